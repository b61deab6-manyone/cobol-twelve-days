000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MSTRXREF.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW AFTERNOON CROSS-MASTER INTEGRITY SWEEP.  *
000110*                   EACH MAINTENANCE PROGRAM EDITS ITS OWN FILE; *
000120*                   THIS JOB READS GIFT-MASTER, RECIPIENT-       *
000130*                   MASTER, VENDOR-MASTER, GIFT-TEMPLATE, GIFT-  *
000140*                   OVERRIDE, GIFT-INVENTORY AND THE FORWARD     *
000150*                   RUN-CALENDAR ENTRIES TOGETHER AND REPORTS,   *
000160*                   BY SEVERITY, EVERY ORPHAN AND DANGLING       *
000170*                   REFERENCE BETWEEN THEM - RECIPIENTS, LETTER  *
000180*                   TEMPLATES OR SCHEDULE ENTRIES FOR A CATALOG  *
000190*                   WITH NO GIFTS, OVERRIDES FOR A GIFT LINE NO  *
000200*                   LONGER ON GIFT-MASTER, GIFT LINES WHOSE      *
000210*                   VENDOR IS MISSING OR INACTIVE OR THAT HAVE   *
000220*                   NO INVENTORY RECORD - AND COUNTS ACTIVE      *
000230*                   RECIPIENTS PER CATALOG.  ANYTHING THAT WOULD *
000240*                   MAKE TONIGHT'S SCHEDULED CATALOGS PRINT      *
000250*                   WRONG LETTERS IS SEVERE AND ENDS THE JOB     *
000260*                   RC 8 SO THE SCHEDULE HOLDS THE RUN; ANYTHING *
000270*                   ELSE IS A WARNING (RC 4) OR NOTED FOR        *
000280*                   INFORMATION.                                 *
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     COPY GIFTMSEL.
000340     COPY CALSEL.
000350     COPY RCPTSEL.
000360     COPY VENDMSEL.
000370     COPY TMPLSEL.
000380     COPY OVRDSEL.
000390     SELECT GIFT-INVENTORY ASSIGN TO GIFTINV
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-INV-FS.
000420     SELECT XREF-RPT ASSIGN TO MSTRXRPT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-FS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470     COPY GIFTMFD.
000480     COPY CALFD.
000490     COPY RCPTFD.
000500     COPY VENDMFD.
000510     COPY TMPLFD.
000520     COPY OVRDFD.
000530 FD  GIFT-INVENTORY
000540     RECORDING MODE IS F.
000550 01  GIFT-INVENTORY-REC.
000560     05  IN-CATALOG-ID             PIC X(2).
000570     05  IN-DAY-NO                 PIC 9(3).
000580     05  IN-ON-HAND                PIC 9(7).
000590 FD  XREF-RPT
000600     RECORDING MODE IS F.
000610 01  XREF-REC                      PIC X(80).
000620 WORKING-STORAGE SECTION.
000630     COPY RCPTWS.
000640     COPY VENDMWS.
000650     COPY TMPLWS.
000660     COPY OVRDWS.
000670 77  WS-GIFT-FS                    PIC X(2)  VALUE '00'.
000680 77  WS-CAL-FS                     PIC X(2)  VALUE '00'.
000690 77  WS-INV-FS                     PIC X(2)  VALUE '00'.
000700 77  WS-RPT-FS                     PIC X(2)  VALUE '00'.
000710 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000720 01  WS-XREF-PARM.
000730     05  WS-XREF-PARM-DATE         PIC X(8).
000740     05  WS-XREF-PARM-DATE-N REDEFINES WS-XREF-PARM-DATE
000750                                   PIC 9(8).
000760     05  FILLER                    PIC X(72).
000770 01  WS-GIFT-EOF-SW                PIC X(1)  VALUE 'N'.
000780     88  WS-GIFT-EOF                         VALUE 'Y'.
000790 01  WS-CAL-EOF-SW                 PIC X(1)  VALUE 'N'.
000800     88  WS-CAL-EOF                          VALUE 'Y'.
000810 01  WS-INV-EOF-SW                 PIC X(1)  VALUE 'N'.
000820     88  WS-INV-EOF                          VALUE 'Y'.
000830 01  WS-TONIGHT-SW                 PIC X(1)  VALUE 'N'.
000840     88  WS-RUNS-TONIGHT                     VALUE 'Y'.
000850*----------------------------------------------------------------*
000860*  CATALOGS SEEN ON ANY FILE, WITH WHAT EACH FILE HOLDS FOR THEM *
000870*  AND WHETHER THE FORWARD CALENDAR RUNS THEM (TONIGHT OR LATER).*
000880*----------------------------------------------------------------*
000890 77  WS-CX-MAX                     PIC 9(2) COMP VALUE 50.
000900 77  CX-COUNT                      PIC 9(2) COMP VALUE ZERO.
000910 77  CX-IDX                        PIC 9(2) COMP VALUE ZERO.
000920 77  CX-HIT-IDX                    PIC 9(2) COMP VALUE ZERO.
000930 01  WS-CX-LOOK-ID                 PIC X(2)  VALUE SPACES.
000940 01  CX-TABLE.
000950     05  CX-ENTRY OCCURS 50.
000960         10  CX-ID                 PIC X(2).
000970         10  CX-GIFTS              PIC 9(3) COMP.
000980         10  CX-TEMPLATES          PIC 9(4) COMP.
000990         10  CX-OVERRIDES          PIC 9(3) COMP.
001000         10  CX-ACTIVE             PIC 9(7) COMP.
001010         10  CX-SUPPRESSED         PIC 9(7) COMP.
001020         10  CX-TONIGHT-SW         PIC X(1).
001030         10  CX-FORWARD-SW         PIC X(1).
001040*----------------------------------------------------------------*
001050*  EVERY GIFT LINE ON GIFT-MASTER, FOR THE OVERRIDE, VENDOR AND  *
001060*  INVENTORY CHECKS.                                             *
001070*----------------------------------------------------------------*
001080 77  WS-GK-MAX                     PIC 9(4) COMP VALUE 2000.
001090 77  GK-COUNT                      PIC 9(4) COMP VALUE ZERO.
001100 77  GK-IDX                        PIC 9(4) COMP VALUE ZERO.
001110 77  GK-HIT-IDX                    PIC 9(4) COMP VALUE ZERO.
001120 01  GK-TABLE.
001130     05  GK-ENTRY OCCURS 2000.
001140         10  GK-CATALOG-ID         PIC X(2).
001150         10  GK-DAY-NO             PIC 9(3).
001160         10  GK-VENDOR-CODE        PIC X(3).
001170         10  GK-INV-SW             PIC X(1).
001180*----------------------------------------------------------------*
001190*  FINDINGS, HELD SO THE REPORT CAN LIST THEM BY SEVERITY.       *
001200*    S - SEVERE: TONIGHT'S LETTERS WOULD BE WRONG (RC 8)         *
001210*    W - WARNING: WRONG LATER, OR WRONG OUTSIDE THE LETTERS      *
001220*    I - INFORMATION ONLY                                        *
001230*----------------------------------------------------------------*
001240 77  WS-FND-MAX                    PIC 9(4) COMP VALUE 1000.
001250 77  FND-COUNT                     PIC 9(4) COMP VALUE ZERO.
001260 77  FND-IDX                       PIC 9(4) COMP VALUE ZERO.
001270 01  FND-TABLE.
001280     05  FND-ENTRY OCCURS 1000.
001290         10  FND-SEVERITY          PIC X(1).
001300         10  FND-TEXT              PIC X(70).
001310 01  WS-FND-SEVERITY               PIC X(1)  VALUE SPACE.
001320 01  WS-FND-TEXT                   PIC X(70) VALUE SPACES.
001330 01  WS-PRINT-SEVERITY             PIC X(1)  VALUE SPACE.
001340 01  WS-SEVERITY-TITLE             PIC X(50) VALUE SPACES.
001350 77  WS-SEVERE-CNT                 PIC 9(4) COMP VALUE ZERO.
001360 77  WS-WARNING-CNT                PIC 9(4) COMP VALUE ZERO.
001370 77  WS-INFO-CNT                   PIC 9(4) COMP VALUE ZERO.
001380 77  WS-LIST-IDX                   PIC 9(2) COMP VALUE ZERO.
001390 01  WS-LIST-WORK.
001400     05  WS-LIST-ID                PIC X(2) OCCURS 10.
001410 77  WS-CNT-FMT                    PIC ZZZZ9.
001420 77  WS-GIFTS-FMT                  PIC ZZ9.
001430 77  WS-TMPL-FMT                   PIC ZZZ9.
001440 77  WS-OVRD-FMT                   PIC ZZ9.
001450 77  WS-RCPT-FMT                   PIC ZZZZZZ9.
001460 77  WS-SUPP-FMT                   PIC ZZZZZZ9.
001470 01  WS-SCHED-TEXT                 PIC X(8)  VALUE SPACES.
001480 01  WS-RPT-LINE                   PIC X(80).
001490 PROCEDURE DIVISION.
001500*----------------------------------------------------------------*
001510*  0000-MAINLINE - LOAD EVERY MASTER, CROSS-CHECK, REPORT.       *
001520*----------------------------------------------------------------*
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001550     PERFORM 1330-LOAD-VENDOR-MASTER THRU 1330-EXIT
001560     PERFORM 1200-SCAN-GIFT-MASTER THRU 1200-EXIT
001570     PERFORM 1300-SCAN-CALENDAR THRU 1300-EXIT
001580     PERFORM 1400-SCAN-RECIPIENTS THRU 1400-EXIT
001590     PERFORM 1500-SCAN-TEMPLATES THRU 1500-EXIT
001600     PERFORM 1600-SCAN-OVERRIDES THRU 1600-EXIT
001610     PERFORM 1700-SCAN-INVENTORY THRU 1700-EXIT
001620     PERFORM 2100-CHECK-ONE-GIFT THRU 2100-EXIT
001630         VARYING GK-IDX FROM 1 BY 1
001640         UNTIL GK-IDX > GK-COUNT
001650     PERFORM 2200-CHECK-ONE-CATALOG THRU 2200-EXIT
001660         VARYING CX-IDX FROM 1 BY 1
001670         UNTIL CX-IDX > CX-COUNT
001680     PERFORM 3000-PRINT-FINDINGS THRU 3000-EXIT
001690     PERFORM 3500-PRINT-CATALOGS THRU 3500-EXIT
001700     PERFORM 9000-TERMINATE THRU 9000-EXIT
001710     GOBACK.
001720*----------------------------------------------------------------*
001730*  1000-INITIALIZE - THE RUN DATE IS TODAY UNLESS THE PARM CARD  *
001740*  GIVES ONE (TO SWEEP AHEAD OF A LATER NIGHT'S RUN).            *
001750*----------------------------------------------------------------*
001760 1000-INITIALIZE.
001770     MOVE SPACES TO WS-XREF-PARM
001780     ACCEPT WS-XREF-PARM FROM SYSIN
001790     IF WS-XREF-PARM-DATE IS NUMERIC
001800         AND WS-XREF-PARM-DATE-N > ZERO
001810         MOVE WS-XREF-PARM-DATE-N TO WS-RUN-DATE
001820     ELSE
001830         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001840     END-IF
001850     OPEN OUTPUT XREF-RPT
001860     IF WS-RPT-FS NOT = '00'
001870         DISPLAY 'MSTRXREF - UNABLE TO OPEN XREF-RPT,'
001880             ' STATUS ' WS-RPT-FS
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF
001920     MOVE SPACES TO WS-RPT-LINE
001930     STRING 'CROSS-MASTER INTEGRITY SWEEP  FOR THE RUN OF '
001940         WS-RUN-DATE DELIMITED BY SIZE INTO WS-RPT-LINE
001950     WRITE XREF-REC FROM WS-RPT-LINE
001960     MOVE SPACES TO WS-RPT-LINE
001970     WRITE XREF-REC FROM WS-RPT-LINE.
001980 1000-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------*
002010*  1200-SCAN-GIFT-MASTER - EVERY GIFT LINE INTO THE GIFT TABLE,  *
002020*  AND EACH CATALOG'S GIFT COUNT.                                *
002030*----------------------------------------------------------------*
002040 1200-SCAN-GIFT-MASTER.
002050     MOVE 'N' TO WS-GIFT-EOF-SW
002060     OPEN INPUT GIFT-MASTER
002070     IF WS-GIFT-FS NOT = '00'
002080         DISPLAY 'MSTRXREF - UNABLE TO OPEN GIFT-MASTER,'
002090             ' STATUS ' WS-GIFT-FS
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF
002130     PERFORM 1210-READ-ONE-GIFT THRU 1210-EXIT
002140         UNTIL WS-GIFT-EOF
002150     CLOSE GIFT-MASTER.
002160 1200-EXIT.
002170     EXIT.
002180 1210-READ-ONE-GIFT.
002190     READ GIFT-MASTER NEXT RECORD
002200         AT END
002210             MOVE 'Y' TO WS-GIFT-EOF-SW
002220             GO TO 1210-EXIT
002230     END-READ
002240     IF GK-COUNT >= WS-GK-MAX
002250         DISPLAY 'MSTRXREF - MORE THAN ' WS-GK-MAX
002260             ' GIFT LINES ON GIFT-MASTER, TABLE FULL'
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF
002300     ADD 1 TO GK-COUNT
002310     MOVE GM-CATALOG-ID TO GK-CATALOG-ID (GK-COUNT)
002320     MOVE GM-DAY-NO TO GK-DAY-NO (GK-COUNT)
002330     MOVE GM-VENDOR-CODE TO GK-VENDOR-CODE (GK-COUNT)
002340     MOVE 'N' TO GK-INV-SW (GK-COUNT)
002350     MOVE GM-CATALOG-ID TO WS-CX-LOOK-ID
002360     PERFORM 2800-FIND-CATALOG THRU 2800-EXIT
002370     ADD 1 TO CX-GIFTS (CX-HIT-IDX).
002380 1210-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------*
002410*  1300-SCAN-CALENDAR - MARKS EVERY CATALOG THE FORWARD CALENDAR *
002420*  RUNS, AND THOSE IT RUNS TONIGHT.  '**' MEANS EVERY CATALOG ON *
002430*  GIFT-MASTER.  A REPLAY ENTRY PRINTS FROM THE ARCHIVE, NOT THE *
002440*  MASTERS, SO IT IS PASSED OVER.  CALPROOF EDITS THE ENTRIES    *
002450*  THEMSELVES; ONE WITH A BAD DATE IS SIMPLY NOT FORWARD HERE.   *
002460*----------------------------------------------------------------*
002470 1300-SCAN-CALENDAR.
002480     MOVE 'N' TO WS-CAL-EOF-SW
002490     OPEN INPUT RUN-CALENDAR
002500     IF WS-CAL-FS = '35'
002510         GO TO 1300-EXIT
002520     END-IF
002530     IF WS-CAL-FS NOT = '00'
002540         DISPLAY 'MSTRXREF - UNABLE TO OPEN RUN-CALENDAR,'
002550             ' STATUS ' WS-CAL-FS
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     PERFORM 1310-READ-ONE-CAL THRU 1310-EXIT
002600         UNTIL WS-CAL-EOF
002610     CLOSE RUN-CALENDAR.
002620 1300-EXIT.
002630     EXIT.
002640 1310-READ-ONE-CAL.
002650     READ RUN-CALENDAR
002660         AT END
002670             MOVE 'Y' TO WS-CAL-EOF-SW
002680             GO TO 1310-EXIT
002690     END-READ
002700     IF CAL-RUN-DATE NOT NUMERIC
002710         OR CAL-RUN-DATE < WS-RUN-DATE
002720         OR CAL-REPLAY-FLAG = 'R'
002730         GO TO 1310-EXIT
002740     END-IF
002750     MOVE 'N' TO WS-TONIGHT-SW
002760     IF CAL-RUN-DATE = WS-RUN-DATE
002770         MOVE 'Y' TO WS-TONIGHT-SW
002780     END-IF
002790     MOVE CAL-CATALOG-LIST TO WS-LIST-WORK
002800     IF WS-LIST-ID (1) = '**'
002810         PERFORM 1325-MARK-EVERY-CATALOG THRU 1325-EXIT
002820             VARYING CX-IDX FROM 1 BY 1
002830             UNTIL CX-IDX > CX-COUNT
002840     ELSE
002850         PERFORM 1320-MARK-ONE-LIST-ID THRU 1320-EXIT
002860             VARYING WS-LIST-IDX FROM 1 BY 1
002870             UNTIL WS-LIST-IDX > 10
002880     END-IF.
002890 1310-EXIT.
002900     EXIT.
002910 1320-MARK-ONE-LIST-ID.
002920     IF WS-LIST-ID (WS-LIST-IDX) = SPACES
002930         GO TO 1320-EXIT
002940     END-IF
002950     MOVE WS-LIST-ID (WS-LIST-IDX) TO WS-CX-LOOK-ID
002960     PERFORM 2800-FIND-CATALOG THRU 2800-EXIT
002970     MOVE 'Y' TO CX-FORWARD-SW (CX-HIT-IDX)
002980     IF WS-RUNS-TONIGHT
002990         MOVE 'Y' TO CX-TONIGHT-SW (CX-HIT-IDX)
003000     END-IF.
003010 1320-EXIT.
003020     EXIT.
003030 1325-MARK-EVERY-CATALOG.
003040     MOVE 'Y' TO CX-FORWARD-SW (CX-IDX)
003050     IF WS-RUNS-TONIGHT
003060         MOVE 'Y' TO CX-TONIGHT-SW (CX-IDX)
003070     END-IF.
003080 1325-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------*
003110*  1400-SCAN-RECIPIENTS - ACTIVE AND SUPPRESSED COUNTS PER       *
003120*  CATALOG.  MERGED-AWAY RECORDS ARE NEITHER; THEIR SURVIVOR IS  *
003130*  COUNTED.                                                      *
003140*----------------------------------------------------------------*
003150 1400-SCAN-RECIPIENTS.
003160     MOVE 'N' TO WS-RCPT-EOF-SW
003170     OPEN INPUT RECIPIENT-MASTER
003180     IF WS-RCPT-FS = '35'
003190         GO TO 1400-EXIT
003200     END-IF
003210     IF WS-RCPT-FS NOT = '00'
003220         DISPLAY 'MSTRXREF - UNABLE TO OPEN RECIPIENT-MASTER,'
003230             ' STATUS ' WS-RCPT-FS
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF
003270     PERFORM 1410-READ-ONE-RECIPIENT THRU 1410-EXIT
003280         UNTIL WS-RCPT-EOF
003290     CLOSE RECIPIENT-MASTER.
003300 1400-EXIT.
003310     EXIT.
003320 1410-READ-ONE-RECIPIENT.
003330     READ RECIPIENT-MASTER
003340         AT END
003350             MOVE 'Y' TO WS-RCPT-EOF-SW
003360             GO TO 1410-EXIT
003370     END-READ
003380     IF RC-MERGED-AWAY
003390         GO TO 1410-EXIT
003400     END-IF
003410     MOVE RC-CATALOG-ID TO WS-CX-LOOK-ID
003420     PERFORM 2800-FIND-CATALOG THRU 2800-EXIT
003430     IF RC-ACTIVE
003440         ADD 1 TO CX-ACTIVE (CX-HIT-IDX)
003450     ELSE
003460         ADD 1 TO CX-SUPPRESSED (CX-HIT-IDX)
003470     END-IF.
003480 1410-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------*
003510*  1500-SCAN-TEMPLATES - LETTER TEMPLATE RECORDS PER CATALOG.    *
003520*  NO TEMPLATE FILE IS NORMAL (ENGLISH DEFAULTS EVERYWHERE).     *
003530*----------------------------------------------------------------*
003540 1500-SCAN-TEMPLATES.
003550     MOVE 'N' TO WS-TMPL-EOF-SW
003560     OPEN INPUT GIFT-TEMPLATE
003570     IF WS-TMPL-FS = '35'
003580         GO TO 1500-EXIT
003590     END-IF
003600     IF WS-TMPL-FS NOT = '00'
003610         DISPLAY 'MSTRXREF - UNABLE TO OPEN GIFT-TEMPLATE,'
003620             ' STATUS ' WS-TMPL-FS
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF
003660     PERFORM 1510-READ-ONE-TEMPLATE THRU 1510-EXIT
003670         UNTIL WS-TMPL-EOF
003680     CLOSE GIFT-TEMPLATE.
003690 1500-EXIT.
003700     EXIT.
003710 1510-READ-ONE-TEMPLATE.
003720     READ GIFT-TEMPLATE
003730         AT END
003740             MOVE 'Y' TO WS-TMPL-EOF-SW
003750             GO TO 1510-EXIT
003760     END-READ
003770     MOVE TL-CATALOG-ID TO WS-CX-LOOK-ID
003780     PERFORM 2800-FIND-CATALOG THRU 2800-EXIT
003790     ADD 1 TO CX-TEMPLATES (CX-HIT-IDX).
003800 1510-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------*
003830*  1600-SCAN-OVERRIDES - EVERY OVERRIDE MUST SIT ON A GIFT LINE  *
003840*  STILL ON GIFT-MASTER; ONE THAT DOES NOT IS SILENTLY IGNORED   *
003850*  BY THE ENGINES, SO THE SUBSTITUTE WORDING NEVER PRINTS.       *
003860*----------------------------------------------------------------*
003870 1600-SCAN-OVERRIDES.
003880     MOVE 'N' TO WS-OVRD-EOF-SW
003890     OPEN INPUT GIFT-OVERRIDE
003900     IF WS-OVRD-FS = '35'
003910         GO TO 1600-EXIT
003920     END-IF
003930     IF WS-OVRD-FS NOT = '00'
003940         DISPLAY 'MSTRXREF - UNABLE TO OPEN GIFT-OVERRIDE,'
003950             ' STATUS ' WS-OVRD-FS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     PERFORM 1610-READ-ONE-OVERRIDE THRU 1610-EXIT
004000         UNTIL WS-OVRD-EOF
004010     CLOSE GIFT-OVERRIDE.
004020 1600-EXIT.
004030     EXIT.
004040 1610-READ-ONE-OVERRIDE.
004050     READ GIFT-OVERRIDE
004060         AT END
004070             MOVE 'Y' TO WS-OVRD-EOF-SW
004080             GO TO 1610-EXIT
004090     END-READ
004100     MOVE OV-CATALOG-ID TO WS-CX-LOOK-ID
004110     PERFORM 2800-FIND-CATALOG THRU 2800-EXIT
004120     ADD 1 TO CX-OVERRIDES (CX-HIT-IDX)
004130     MOVE ZERO TO GK-HIT-IDX
004140     PERFORM 1620-MATCH-OVERRIDE-GIFT THRU 1620-EXIT
004150         VARYING GK-IDX FROM 1 BY 1
004160         UNTIL GK-IDX > GK-COUNT OR GK-HIT-IDX > ZERO
004170     IF GK-HIT-IDX > ZERO
004180         GO TO 1610-EXIT
004190     END-IF
004200     MOVE 'W' TO WS-FND-SEVERITY
004210     IF CX-TONIGHT-SW (CX-HIT-IDX) = 'Y'
004220         MOVE 'S' TO WS-FND-SEVERITY
004230     END-IF
004240     MOVE SPACES TO WS-FND-TEXT
004250     STRING 'OVERRIDE ' OV-CATALOG-ID ' DAY ' OV-DAY-NO
004260         ' EFF ' OV-EFF-DATE ' - GIFT LINE NOT ON GIFT-MASTER'
004270         DELIMITED BY SIZE INTO WS-FND-TEXT
004280     PERFORM 2900-ADD-FINDING THRU 2900-EXIT.
004290 1610-EXIT.
004300     EXIT.
004310 1620-MATCH-OVERRIDE-GIFT.
004320     IF GK-CATALOG-ID (GK-IDX) = OV-CATALOG-ID
004330         AND GK-DAY-NO (GK-IDX) = OV-DAY-NO
004340         MOVE GK-IDX TO GK-HIT-IDX
004350     END-IF.
004360 1620-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------*
004390*  1700-SCAN-INVENTORY - TICKS OFF EACH GIFT LINE THAT HAS AN    *
004400*  INVENTORY RECORD.  AN INVENTORY RECORD FOR A GIFT LINE NO     *
004410*  LONGER ON GIFT-MASTER HARMS NOTHING AND IS NOTED ONLY.        *
004420*----------------------------------------------------------------*
004430 1700-SCAN-INVENTORY.
004440     MOVE 'N' TO WS-INV-EOF-SW
004450     OPEN INPUT GIFT-INVENTORY
004460     IF WS-INV-FS = '35'
004470         GO TO 1700-EXIT
004480     END-IF
004490     IF WS-INV-FS NOT = '00'
004500         DISPLAY 'MSTRXREF - UNABLE TO OPEN GIFT-INVENTORY,'
004510             ' STATUS ' WS-INV-FS
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN
004540     END-IF
004550     PERFORM 1710-READ-ONE-INVENTORY THRU 1710-EXIT
004560         UNTIL WS-INV-EOF
004570     CLOSE GIFT-INVENTORY.
004580 1700-EXIT.
004590     EXIT.
004600 1710-READ-ONE-INVENTORY.
004610     READ GIFT-INVENTORY
004620         AT END
004630             MOVE 'Y' TO WS-INV-EOF-SW
004640             GO TO 1710-EXIT
004650     END-READ
004660     MOVE ZERO TO GK-HIT-IDX
004670     PERFORM 1720-MATCH-INVENTORY-GIFT THRU 1720-EXIT
004680         VARYING GK-IDX FROM 1 BY 1
004690         UNTIL GK-IDX > GK-COUNT OR GK-HIT-IDX > ZERO
004700     IF GK-HIT-IDX > ZERO
004710         MOVE 'Y' TO GK-INV-SW (GK-HIT-IDX)
004720         GO TO 1710-EXIT
004730     END-IF
004740     MOVE 'I' TO WS-FND-SEVERITY
004750     MOVE SPACES TO WS-FND-TEXT
004760     STRING 'INVENTORY CATALOG ' IN-CATALOG-ID ' DAY ' IN-DAY-NO
004770         ' - GIFT LINE NOT ON GIFT-MASTER'
004780         DELIMITED BY SIZE INTO WS-FND-TEXT
004790     PERFORM 2900-ADD-FINDING THRU 2900-EXIT.
004800 1710-EXIT.
004810     EXIT.
004820 1720-MATCH-INVENTORY-GIFT.
004830     IF GK-CATALOG-ID (GK-IDX) = IN-CATALOG-ID
004840         AND GK-DAY-NO (GK-IDX) = IN-DAY-NO
004850         MOVE GK-IDX TO GK-HIT-IDX
004860     END-IF.
004870 1720-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------*
004900*  2100-CHECK-ONE-GIFT - THE GIFT LINE'S VENDOR MUST BE ON       *
004910*  VENDOR-MASTER AND ACTIVE, AND THE LINE MUST HAVE AN           *
004920*  INVENTORY RECORD.  NEITHER CHANGES A LETTER - THEY BREAK THE  *
004930*  FULFILLMENT ORDERS, SPEND AND STOCK JOBS - SO THEY WARN.      *
004940*----------------------------------------------------------------*
004950 2100-CHECK-ONE-GIFT.
004960     IF GK-VENDOR-CODE (GK-IDX) NOT = SPACES
004970         AND VNDM-PRESENT
004980         MOVE GK-VENDOR-CODE (GK-IDX) TO WS-VNDM-LOOK-CODE
004990         PERFORM 1340-FIND-VENDOR THRU 1340-EXIT
005000         MOVE 'W' TO WS-FND-SEVERITY
005010         MOVE SPACES TO WS-FND-TEXT
005020         IF NOT VNDM-FOUND
005030             STRING 'GIFT CATALOG ' GK-CATALOG-ID (GK-IDX)
005040                 ' DAY ' GK-DAY-NO (GK-IDX) ' - VENDOR '
005050                 GK-VENDOR-CODE (GK-IDX)
005060                 ' NOT ON VENDOR-MASTER'
005070                 DELIMITED BY SIZE INTO WS-FND-TEXT
005080             PERFORM 2900-ADD-FINDING THRU 2900-EXIT
005090         ELSE
005100             IF VNDM-ACTIVE (VNDM-HIT-IDX) NOT = 'Y'
005110                 STRING 'GIFT CATALOG ' GK-CATALOG-ID (GK-IDX)
005120                     ' DAY ' GK-DAY-NO (GK-IDX) ' - VENDOR '
005130                     GK-VENDOR-CODE (GK-IDX) ' IS INACTIVE'
005140                     DELIMITED BY SIZE INTO WS-FND-TEXT
005150                 PERFORM 2900-ADD-FINDING THRU 2900-EXIT
005160             END-IF
005170         END-IF
005180     END-IF
005190     IF GK-INV-SW (GK-IDX) NOT = 'Y'
005200         MOVE 'W' TO WS-FND-SEVERITY
005210         MOVE SPACES TO WS-FND-TEXT
005220         STRING 'GIFT CATALOG ' GK-CATALOG-ID (GK-IDX)
005230             ' DAY ' GK-DAY-NO (GK-IDX)
005240             ' - NO GIFT-INVENTORY RECORD'
005250             DELIMITED BY SIZE INTO WS-FND-TEXT
005260         PERFORM 2900-ADD-FINDING THRU 2900-EXIT
005270     END-IF.
005280 2100-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------*
005310*  2200-CHECK-ONE-CATALOG - A CATALOG WITH NO GIFTS THAT IS      *
005320*  SCHEDULED, MAILED TO, OR HAS LETTER TEMPLATES.  SEVERE WHEN   *
005330*  IT RUNS TONIGHT (THE ENGINE WOULD PRINT NO VERSES), WARNING   *
005340*  OTHERWISE.  A CATALOG RUNNING TONIGHT WITH NO ACTIVE          *
005350*  RECIPIENTS GETS ONLY THE UNADDRESSED LETTER - A WARNING.      *
005360*----------------------------------------------------------------*
005370 2200-CHECK-ONE-CATALOG.
005380     MOVE 'W' TO WS-FND-SEVERITY
005390     IF CX-TONIGHT-SW (CX-IDX) = 'Y'
005400         MOVE 'S' TO WS-FND-SEVERITY
005410     END-IF
005420     IF CX-GIFTS (CX-IDX) = ZERO
005430         AND CX-FORWARD-SW (CX-IDX) = 'Y'
005440         MOVE SPACES TO WS-FND-TEXT
005450         STRING 'CATALOG ' CX-ID (CX-IDX)
005460             ' - ON THE FORWARD RUN-CALENDAR, NO GIFTS'
005470             ' ON GIFT-MASTER'
005480             DELIMITED BY SIZE INTO WS-FND-TEXT
005490         PERFORM 2900-ADD-FINDING THRU 2900-EXIT
005500     END-IF
005510     IF CX-GIFTS (CX-IDX) = ZERO
005520         AND CX-ACTIVE (CX-IDX) > ZERO
005530         MOVE CX-ACTIVE (CX-IDX) TO WS-RCPT-FMT
005540         MOVE SPACES TO WS-FND-TEXT
005550         STRING 'CATALOG ' CX-ID (CX-IDX) ' - ' WS-RCPT-FMT
005560             ' ACTIVE RECIPIENTS, NO GIFTS ON GIFT-MASTER'
005570             DELIMITED BY SIZE INTO WS-FND-TEXT
005580         PERFORM 2900-ADD-FINDING THRU 2900-EXIT
005590     END-IF
005600     IF CX-GIFTS (CX-IDX) = ZERO
005610         AND CX-TEMPLATES (CX-IDX) > ZERO
005620         MOVE SPACES TO WS-FND-TEXT
005630         STRING 'CATALOG ' CX-ID (CX-IDX)
005640             ' - LETTER TEMPLATES, NO GIFTS ON GIFT-MASTER'
005650             DELIMITED BY SIZE INTO WS-FND-TEXT
005660         PERFORM 2900-ADD-FINDING THRU 2900-EXIT
005670     END-IF
005680     IF CX-TONIGHT-SW (CX-IDX) = 'Y'
005690         AND CX-GIFTS (CX-IDX) > ZERO
005700         AND CX-ACTIVE (CX-IDX) = ZERO
005710         MOVE 'W' TO WS-FND-SEVERITY
005720         MOVE SPACES TO WS-FND-TEXT
005730         STRING 'CATALOG ' CX-ID (CX-IDX)
005740             ' - RUNS TONIGHT WITH NO ACTIVE RECIPIENTS'
005750             DELIMITED BY SIZE INTO WS-FND-TEXT
005760         PERFORM 2900-ADD-FINDING THRU 2900-EXIT
005770     END-IF.
005780 2200-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------*
005810*  2800-FIND-CATALOG - CX-HIT-IDX FOR THE CATALOG IN             *
005820*  WS-CX-LOOK-ID, ADDING AN EMPTY ENTRY THE FIRST TIME IT IS     *
005830*  SEEN ON ANY FILE.                                             *
005840*----------------------------------------------------------------*
005850 2800-FIND-CATALOG.
005860     MOVE ZERO TO CX-HIT-IDX
005870     PERFORM 2810-MATCH-ONE-CATALOG THRU 2810-EXIT
005880         VARYING CX-IDX FROM 1 BY 1
005890         UNTIL CX-IDX > CX-COUNT OR CX-HIT-IDX > ZERO
005900     IF CX-HIT-IDX > ZERO
005910         GO TO 2800-EXIT
005920     END-IF
005930     IF CX-COUNT >= WS-CX-MAX
005940         DISPLAY 'MSTRXREF - MORE THAN ' WS-CX-MAX
005950             ' CATALOGS ACROSS THE MASTERS, TABLE FULL'
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF
005990     ADD 1 TO CX-COUNT
006000     MOVE CX-COUNT TO CX-HIT-IDX
006010     MOVE WS-CX-LOOK-ID TO CX-ID (CX-HIT-IDX)
006020     MOVE ZERO TO CX-GIFTS (CX-HIT-IDX)
006030     MOVE ZERO TO CX-TEMPLATES (CX-HIT-IDX)
006040     MOVE ZERO TO CX-OVERRIDES (CX-HIT-IDX)
006050     MOVE ZERO TO CX-ACTIVE (CX-HIT-IDX)
006060     MOVE ZERO TO CX-SUPPRESSED (CX-HIT-IDX)
006070     MOVE 'N' TO CX-TONIGHT-SW (CX-HIT-IDX)
006080     MOVE 'N' TO CX-FORWARD-SW (CX-HIT-IDX).
006090 2800-EXIT.
006100     EXIT.
006110 2810-MATCH-ONE-CATALOG.
006120     IF CX-ID (CX-IDX) = WS-CX-LOOK-ID
006130         MOVE CX-IDX TO CX-HIT-IDX
006140     END-IF.
006150 2810-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------*
006180*  2900-ADD-FINDING - HOLDS WS-FND-SEVERITY / WS-FND-TEXT FOR    *
006190*  THE REPORT AND COUNTS IT.                                     *
006200*----------------------------------------------------------------*
006210 2900-ADD-FINDING.
006220     IF FND-COUNT >= WS-FND-MAX
006230         DISPLAY 'MSTRXREF - MORE THAN ' WS-FND-MAX
006240             ' FINDINGS, TABLE FULL'
006250         MOVE 16 TO RETURN-CODE
006260         STOP RUN
006270     END-IF
006280     ADD 1 TO FND-COUNT
006290     MOVE WS-FND-SEVERITY TO FND-SEVERITY (FND-COUNT)
006300     MOVE WS-FND-TEXT TO FND-TEXT (FND-COUNT)
006310     EVALUATE WS-FND-SEVERITY
006320         WHEN 'S'
006330             ADD 1 TO WS-SEVERE-CNT
006340         WHEN 'W'
006350             ADD 1 TO WS-WARNING-CNT
006360         WHEN OTHER
006370             ADD 1 TO WS-INFO-CNT
006380     END-EVALUATE.
006390 2900-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------*
006420*  3000-PRINT-FINDINGS - SEVERE FIRST, THEN WARNINGS, THEN       *
006430*  INFORMATION.  A SEVERITY WITH NOTHING TO SAY SAYS SO.         *
006440*----------------------------------------------------------------*
006450 3000-PRINT-FINDINGS.
006460     MOVE 'S' TO WS-PRINT-SEVERITY
006470     MOVE 'SEVERE - TONIGHT''S LETTERS WOULD BE WRONG'
006480         TO WS-SEVERITY-TITLE
006490     PERFORM 3100-PRINT-ONE-SEVERITY THRU 3100-EXIT
006500     MOVE 'W' TO WS-PRINT-SEVERITY
006510     MOVE 'WARNING' TO WS-SEVERITY-TITLE
006520     PERFORM 3100-PRINT-ONE-SEVERITY THRU 3100-EXIT
006530     MOVE 'I' TO WS-PRINT-SEVERITY
006540     MOVE 'INFORMATION' TO WS-SEVERITY-TITLE
006550     PERFORM 3100-PRINT-ONE-SEVERITY THRU 3100-EXIT.
006560 3000-EXIT.
006570     EXIT.
006580 3100-PRINT-ONE-SEVERITY.
006590     MOVE SPACES TO WS-RPT-LINE
006600     MOVE WS-SEVERITY-TITLE TO WS-RPT-LINE
006610     WRITE XREF-REC FROM WS-RPT-LINE
006620     MOVE ZERO TO WS-LIST-IDX
006630     PERFORM 3110-PRINT-ONE-FINDING THRU 3110-EXIT
006640         VARYING FND-IDX FROM 1 BY 1
006650         UNTIL FND-IDX > FND-COUNT
006660     IF WS-LIST-IDX = ZERO
006670         MOVE SPACES TO WS-RPT-LINE
006680         MOVE '  NONE' TO WS-RPT-LINE
006690         WRITE XREF-REC FROM WS-RPT-LINE
006700     END-IF
006710     MOVE SPACES TO WS-RPT-LINE
006720     WRITE XREF-REC FROM WS-RPT-LINE.
006730 3100-EXIT.
006740     EXIT.
006750 3110-PRINT-ONE-FINDING.
006760     IF FND-SEVERITY (FND-IDX) = WS-PRINT-SEVERITY
006770         MOVE 1 TO WS-LIST-IDX
006780         MOVE SPACES TO WS-RPT-LINE
006790         STRING '  ' FND-TEXT (FND-IDX)
006800             DELIMITED BY SIZE INTO WS-RPT-LINE
006810         WRITE XREF-REC FROM WS-RPT-LINE
006820     END-IF.
006830 3110-EXIT.
006840     EXIT.
006850*----------------------------------------------------------------*
006860*  3500-PRINT-CATALOGS - WHAT EACH MASTER HOLDS PER CATALOG,     *
006870*  WITH THE ACTIVE RECIPIENT COUNT AND WHEN IT NEXT RUNS.        *
006880*----------------------------------------------------------------*
006890 3500-PRINT-CATALOGS.
006900     MOVE SPACES TO WS-RPT-LINE
006910     STRING 'CATALOG  GIFTS  TEMPLATES  OVERRIDES   ACTIVE'
006920         '  SUPPRESSED  SCHEDULE'
006930         DELIMITED BY SIZE INTO WS-RPT-LINE
006940     WRITE XREF-REC FROM WS-RPT-LINE
006950     PERFORM 3510-PRINT-ONE-CATALOG THRU 3510-EXIT
006960         VARYING CX-IDX FROM 1 BY 1
006970         UNTIL CX-IDX > CX-COUNT.
006980 3500-EXIT.
006990     EXIT.
007000 3510-PRINT-ONE-CATALOG.
007010     MOVE CX-GIFTS (CX-IDX) TO WS-GIFTS-FMT
007020     MOVE CX-TEMPLATES (CX-IDX) TO WS-TMPL-FMT
007030     MOVE CX-OVERRIDES (CX-IDX) TO WS-OVRD-FMT
007040     MOVE CX-ACTIVE (CX-IDX) TO WS-RCPT-FMT
007050     MOVE CX-SUPPRESSED (CX-IDX) TO WS-SUPP-FMT
007060     MOVE SPACES TO WS-SCHED-TEXT
007070     IF CX-FORWARD-SW (CX-IDX) = 'Y'
007080         MOVE 'FORWARD' TO WS-SCHED-TEXT
007090     END-IF
007100     IF CX-TONIGHT-SW (CX-IDX) = 'Y'
007110         MOVE 'TONIGHT' TO WS-SCHED-TEXT
007120     END-IF
007130     MOVE SPACES TO WS-RPT-LINE
007140     STRING '  ' CX-ID (CX-IDX) '      ' WS-GIFTS-FMT '       '
007150         WS-TMPL-FMT '        ' WS-OVRD-FMT '  ' WS-RCPT-FMT
007160         '     ' WS-SUPP-FMT '  ' WS-SCHED-TEXT
007170         DELIMITED BY SIZE INTO WS-RPT-LINE
007180     WRITE XREF-REC FROM WS-RPT-LINE.
007190 3510-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------*
007220*  9000-TERMINATE - TOTALS, CLOSE, AND THE RETURN CODE: 8 ON ANY *
007230*  SEVERE FINDING (HOLD TONIGHT'S RUN), 4 ON WARNINGS ONLY.      *
007240*----------------------------------------------------------------*
007250 9000-TERMINATE.
007260     MOVE SPACES TO WS-RPT-LINE
007270     WRITE XREF-REC FROM WS-RPT-LINE
007280     MOVE WS-SEVERE-CNT TO WS-CNT-FMT
007290     MOVE SPACES TO WS-RPT-LINE
007300     STRING 'SEVERE FINDINGS       ' WS-CNT-FMT
007310         DELIMITED BY SIZE INTO WS-RPT-LINE
007320     WRITE XREF-REC FROM WS-RPT-LINE
007330     MOVE WS-WARNING-CNT TO WS-CNT-FMT
007340     MOVE SPACES TO WS-RPT-LINE
007350     STRING 'WARNINGS              ' WS-CNT-FMT
007360         DELIMITED BY SIZE INTO WS-RPT-LINE
007370     WRITE XREF-REC FROM WS-RPT-LINE
007380     MOVE WS-INFO-CNT TO WS-CNT-FMT
007390     MOVE SPACES TO WS-RPT-LINE
007400     STRING 'INFORMATION           ' WS-CNT-FMT
007410         DELIMITED BY SIZE INTO WS-RPT-LINE
007420     WRITE XREF-REC FROM WS-RPT-LINE
007430     CLOSE XREF-RPT
007440     IF WS-SEVERE-CNT > ZERO
007450         DISPLAY 'MSTRXREF - SEVERE CROSS-MASTER FINDINGS, HOLD'
007460             ' TONIGHT''S RUN'
007470         MOVE 8 TO RETURN-CODE
007480     ELSE
007490         IF WS-WARNING-CNT > ZERO
007500             MOVE 4 TO RETURN-CODE
007510         END-IF
007520     END-IF.
007530 9000-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------*
007560*  VENDOR MASTER LOAD AND LOOKUP.                                *
007570*----------------------------------------------------------------*
007580     COPY VENDMLOD.
