000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MSTRGEN.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW MASTER GENERATION BACKUP AND RESTORE     *
000110*                   UTILITY.  THE JCL RUNS IT AFTER EVERY        *
000120*                   MAINTENANCE OR CONVERSION STEP THAT WRITES A *
000130*                   NEW MASTER (GIFTMNT, RCPTMNT, VENDMNT,       *
000140*                   TMPLMNT, RCPTUNDL).  A BACKUP RUN COPIES THE *
000150*                   MASTER JUST PRODUCED INTO THE GENERATION     *
000160*                   VAULT AS THE NEXT NUMBERED GENERATION AND    *
000170*                   CATALOGS IT WITH THE PROGRAM THAT CREATED    *
000180*                   IT, THE DATE AND TIME, THE RECORD COUNT AND  *
000190*                   A HASH TOTAL OF THE KEY FIELDS, RETIRING ANY *
000200*                   GENERATIONS BEYOND THE NUMBER KEPT FOR THAT  *
000210*                   MASTER.  A RESTORE RUN RE-READS THE CHOSEN   *
000220*                   GENERATION, PROVES ITS COUNT AND HASH        *
000230*                   AGAINST THE CATALOG, AND ONLY THEN WRITES IT *
000240*                   BACK AS THE MASTER; A GIFT-MASTER RESTORE    *
000250*                   ALSO RUNS THE GIFTMCNV RELOAD SO THE INDEXED *
000260*                   FILE THE NIGHTLY RUN READS MATCHES.  A BAD   *
000270*                   BATCH OF TRANSACTIONS IS NOW ROLLED BACK     *
000280*                   FROM A KNOWN GENERATION, NOT FROM WHATEVER   *
000290*                   COPY AN OPERATOR HAPPENED TO TAKE.           *
000295*  10/15/2026 RA    RECORDS UP TO 200 BYTES ARE NOW HELD, SO A   *
000296*                   RECIPIENT-MASTER CARRYING THE NEW DELIVERY   *
000298*                   CHANNEL AND E-MAIL ADDRESS IS BACKED UP AND  *
000299*                   RESTORED WHOLE.                              *
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT MASTER-IN ASSIGN TO MSTRIN
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-MIN-FS.
000370     SELECT MASTER-OUT ASSIGN TO MSTROUT
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-MOUT-FS.
000400     SELECT GEN-CATALOG-OLD ASSIGN TO GENCOLD
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-GCO-FS.
000430     SELECT GEN-CATALOG-NEW ASSIGN TO GENCNEW
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-GCN-FS.
000460     SELECT GEN-VAULT-OLD ASSIGN TO GENVOLD
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-GVO-FS.
000490     SELECT GEN-VAULT-NEW ASSIGN TO GENVNEW
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-GVN-FS.
000520     SELECT GENERATION-RPT ASSIGN TO MSTRGRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-GRPT-FS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570*----------------------------------------------------------------*
000580*  THE MASTER BEING BACKED UP OR RESTORED.  ANY OF THE FOUR      *
000590*  SEQUENTIAL MASTERS FITS; THE RECORD LENGTH IS CARRIED SO A    *
000600*  GIFT-MASTER SOURCE RECORD GOES BACK EXACTLY AS IT CAME IN.    *
000610*----------------------------------------------------------------*
000620 FD  MASTER-IN
000630     RECORD IS VARYING IN SIZE FROM 1 TO 200
000640         DEPENDING ON WS-MIN-REC-LEN
000650     RECORDING MODE IS F.
000660 01  MASTER-IN-REC                 PIC X(200).
000670 FD  MASTER-OUT
000680     RECORD IS VARYING IN SIZE FROM 1 TO 200
000690         DEPENDING ON WS-MOUT-REC-LEN
000700     RECORDING MODE IS F.
000710 01  MASTER-OUT-REC                PIC X(200).
000720*----------------------------------------------------------------*
000730*  GENERATION CATALOG - ONE RECORD PER GENERATION HELD.          *
000740*----------------------------------------------------------------*
000750 FD  GEN-CATALOG-OLD
000760     RECORDING MODE IS F.
000770 01  GEN-CATALOG-OLD-REC           PIC X(52).
000780 FD  GEN-CATALOG-NEW
000790     RECORDING MODE IS F.
000800 01  GEN-CATALOG-NEW-REC.
000810     05  GC-MASTER                 PIC X(4).
000820     05  GC-GEN-NO                 PIC 9(4).
000830     05  GC-PROGRAM                PIC X(8).
000840     05  GC-DATE                   PIC 9(8).
000850     05  GC-TIME                   PIC 9(6).
000860     05  GC-REC-COUNT              PIC 9(7).
000870     05  GC-HASH                   PIC 9(15).
000880*----------------------------------------------------------------*
000890*  GENERATION VAULT - EVERY RECORD OF EVERY GENERATION HELD,     *
000900*  TAGGED WITH ITS MASTER AND GENERATION NUMBER.                 *
000910*----------------------------------------------------------------*
000920 FD  GEN-VAULT-OLD
000930     RECORDING MODE IS F.
000940 01  GEN-VAULT-OLD-REC.
000950     05  GV-MASTER                 PIC X(4).
000960     05  GV-GEN-NO                 PIC 9(4).
000970     05  GV-REC-LEN                PIC 9(3).
000980     05  GV-DATA                   PIC X(200).
000990 FD  GEN-VAULT-NEW
001000     RECORDING MODE IS F.
001010 01  GEN-VAULT-NEW-REC.
001020     05  GVN-MASTER                PIC X(4).
001030     05  GVN-GEN-NO                PIC 9(4).
001040     05  GVN-REC-LEN               PIC 9(3).
001050     05  GVN-DATA                  PIC X(200).
001060 FD  GENERATION-RPT
001070     RECORDING MODE IS F.
001080 01  GENERATION-REC                PIC X(80).
001090 WORKING-STORAGE SECTION.
001100 77  WS-MIN-FS                     PIC X(2)  VALUE '00'.
001110 77  WS-MOUT-FS                    PIC X(2)  VALUE '00'.
001120 77  WS-GCO-FS                     PIC X(2)  VALUE '00'.
001130 77  WS-GCN-FS                     PIC X(2)  VALUE '00'.
001140 77  WS-GVO-FS                     PIC X(2)  VALUE '00'.
001150 77  WS-GVN-FS                     PIC X(2)  VALUE '00'.
001160 77  WS-GRPT-FS                    PIC X(2)  VALUE '00'.
001170 77  WS-MIN-REC-LEN                PIC 9(3) COMP VALUE ZERO.
001180 77  WS-MOUT-REC-LEN               PIC 9(3) COMP VALUE ZERO.
001190 77  WS-TODAY-DATE                 PIC 9(8)  VALUE ZERO.
001200 77  WS-NOW-TIME                   PIC 9(8)  VALUE ZERO.
001210*----------------------------------------------------------------*
001220*  PARM CARD:                                                    *
001230*    COL  1     FUNCTION  B BACKUP, R RESTORE, L LIST            *
001240*    COL  2-5   MASTER    GIFT, RCPT, VEND OR TMPL               *
001250*    COL  6-13  PROGRAM THAT WROTE THE MASTER (BACKUP)           *
001260*    COL 14-17  GENERATION NUMBER TO RESTORE (RESTORE)           *
001270*    COL 18-19  GENERATIONS TO KEEP (BACKUP, DEFAULT 05)         *
001280*----------------------------------------------------------------*
001290 01  WS-GEN-PARM.
001300     05  WS-PARM-FUNCTION          PIC X(1).
001310         88  WS-FUNC-BACKUP                  VALUE 'B'.
001320         88  WS-FUNC-RESTORE                 VALUE 'R'.
001330         88  WS-FUNC-LIST                    VALUE 'L'.
001340     05  WS-PARM-MASTER            PIC X(4).
001350     05  WS-PARM-PROGRAM           PIC X(8).
001360     05  WS-PARM-GEN-NO            PIC 9(4).
001370     05  WS-PARM-KEEP              PIC 9(2).
001380     05  FILLER                    PIC X(61).
001390*----------------------------------------------------------------*
001400*  MASTERS UNDER GENERATION CONTROL, WITH WHERE THE KEY SITS IN  *
001410*  EACH RECORD FOR THE HASH TOTAL.                               *
001420*----------------------------------------------------------------*
001430 01  MSTR-VALUES.
001440     05  FILLER                    PIC X(28)
001450         VALUE 'GIFT0105GIFT-MASTER SOURCE  '.
001460     05  FILLER                    PIC X(28)
001470         VALUE 'RCPT0106RECIPIENT-MASTER    '.
001480     05  FILLER                    PIC X(28)
001490         VALUE 'VEND0103VENDOR-MASTER       '.
001500     05  FILLER                    PIC X(28)
001510         VALUE 'TMPL0106GIFT-TEMPLATE FILE  '.
001520 01  MSTR-TABLE REDEFINES MSTR-VALUES.
001530     05  MSTR-ENTRY OCCURS 4.
001540         10  MSTR-CODE             PIC X(4).
001550         10  MSTR-KEY-START        PIC 9(2).
001560         10  MSTR-KEY-LEN          PIC 9(2).
001570         10  MSTR-DESC             PIC X(20).
001580 77  MSTR-IDX                      PIC 9(2) COMP VALUE ZERO.
001590 77  MSTR-HIT-IDX                  PIC 9(2) COMP VALUE ZERO.
001600 77  WS-KEY-START                  PIC 9(3) COMP VALUE ZERO.
001610 77  WS-KEY-LEN                    PIC 9(3) COMP VALUE ZERO.
001620 01  WS-MSTR-DESC                  PIC X(20) VALUE SPACES.
001630*----------------------------------------------------------------*
001640*  THE CATALOG, HELD WHOLE WHILE A BACKUP ADDS TO AND RETIRES    *
001650*  FROM IT.                                                      *
001660*----------------------------------------------------------------*
001670 77  WS-GEN-MAX                    PIC 9(4) COMP VALUE 500.
001680 77  GEN-COUNT                     PIC 9(4) COMP VALUE ZERO.
001690 77  GEN-IDX                       PIC 9(4) COMP VALUE ZERO.
001700 77  GEN-HIT-IDX                   PIC 9(4) COMP VALUE ZERO.
001710 01  GEN-TABLE.
001720     05  GEN-ENTRY OCCURS 500.
001730         10  GEN-REC-IMAGE         PIC X(52).
001740         10  GEN-REC-FIELDS REDEFINES GEN-REC-IMAGE.
001750             15  GEN-MASTER        PIC X(4).
001760             15  GEN-GEN-NO        PIC 9(4).
001770             15  GEN-PROGRAM       PIC X(8).
001780             15  GEN-DATE          PIC 9(8).
001790             15  GEN-TIME          PIC 9(6).
001800             15  GEN-REC-COUNT     PIC 9(7).
001810             15  GEN-HASH          PIC 9(15).
001820 77  WS-LAST-GEN                   PIC 9(4)  VALUE ZERO.
001830 77  WS-NEW-GEN                    PIC 9(4)  VALUE ZERO.
001840 77  WS-RETIRE-THRU                PIC 9(4)  VALUE ZERO.
001850 77  WS-KEEP                       PIC 9(2)  VALUE ZERO.
001860*----------------------------------------------------------------*
001870*  HASH TOTAL OF THE KEY FIELDS: EACH KEY CHARACTER'S PLACE IN   *
001880*  THE TABLE BELOW (ANYTHING ELSE COUNTS 37), WEIGHTED BY ITS    *
001890*  POSITION IN THE KEY SO A TRANSPOSED KEY STILL SHOWS.          *
001900*----------------------------------------------------------------*
001910 01  WS-HASH-CHARS                 PIC X(36)
001920     VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001930 01  WS-KEY-IMAGE                  PIC X(10) VALUE SPACES.
001940 77  WS-KEY-POS                    PIC 9(3) COMP VALUE ZERO.
001950 77  WS-CHAR-IDX                   PIC 9(3) COMP VALUE ZERO.
001960 77  WS-CHAR-VALUE                 PIC 9(3) COMP VALUE ZERO.
001970 77  WS-HASH-TOTAL                 PIC 9(15) VALUE ZERO.
001980 77  WS-REC-CNT                    PIC 9(7) COMP VALUE ZERO.
001990 77  WS-VAULT-KEPT-CNT             PIC 9(7) COMP VALUE ZERO.
002000 77  WS-VAULT-DROP-CNT             PIC 9(7) COMP VALUE ZERO.
002010 77  WS-RETIRED-CNT                PIC 9(4) COMP VALUE ZERO.
002015 01  WS-GCO-EOF-SW                 PIC X(1)  VALUE 'N'.
002016     88  WS-GCO-EOF                          VALUE 'Y'.
002020 01  WS-GVO-EOF-SW                 PIC X(1)  VALUE 'N'.
002030     88  WS-GVO-EOF                          VALUE 'Y'.
002040 01  WS-MIN-EOF-SW                 PIC X(1)  VALUE 'N'.
002050     88  WS-MIN-EOF                          VALUE 'Y'.
002060 01  WS-CHAR-FOUND-SW              PIC X(1)  VALUE 'N'.
002070     88  WS-CHAR-FOUND                       VALUE 'Y'.
002080 77  WS-CNT-FMT                    PIC ZZZZZZ9.
002090 01  WS-RPT-LINE                   PIC X(80).
002100 PROCEDURE DIVISION.
002110*----------------------------------------------------------------*
002120*  0000-MAINLINE - READ THE PARM AND THE CATALOG, THEN BACK UP,  *
002130*  RESTORE, OR LIST.                                             *
002140*----------------------------------------------------------------*
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002170     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
002180     EVALUATE TRUE
002190         WHEN WS-FUNC-BACKUP
002200             PERFORM 2000-BACKUP-MASTER THRU 2000-EXIT
002210         WHEN WS-FUNC-RESTORE
002220             PERFORM 3000-RESTORE-MASTER THRU 3000-EXIT
002230         WHEN OTHER
002240             PERFORM 4000-LIST-GENERATIONS THRU 4000-EXIT
002250     END-EVALUATE
002260     PERFORM 9000-TERMINATE THRU 9000-EXIT
002270     GOBACK.
002280*----------------------------------------------------------------*
002290*  1000-INITIALIZE - EDIT THE PARM CARD AND OPEN THE REPORT.     *
002300*  A BAD PARM IS A JCL ERROR AND STOPS THE RUN.                  *
002310*----------------------------------------------------------------*
002320 1000-INITIALIZE.
002330     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002340     ACCEPT WS-NOW-TIME FROM TIME
002350     MOVE SPACES TO WS-GEN-PARM
002360     ACCEPT WS-GEN-PARM FROM SYSIN
002370     IF NOT WS-FUNC-BACKUP AND NOT WS-FUNC-RESTORE
002380         AND NOT WS-FUNC-LIST
002390         DISPLAY 'MSTRGEN - PARM FUNCTION MUST BE B, R OR L'
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF
002430     MOVE ZERO TO MSTR-HIT-IDX
002440     PERFORM 1010-MATCH-ONE-MASTER THRU 1010-EXIT
002450         VARYING MSTR-IDX FROM 1 BY 1
002460         UNTIL MSTR-IDX > 4 OR MSTR-HIT-IDX > ZERO
002470     IF MSTR-HIT-IDX = ZERO
002480         DISPLAY 'MSTRGEN - UNKNOWN MASTER ' WS-PARM-MASTER
002490             ' ON PARM, MUST BE GIFT, RCPT, VEND OR TMPL'
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF
002530     MOVE MSTR-KEY-START (MSTR-HIT-IDX) TO WS-KEY-START
002540     MOVE MSTR-KEY-LEN (MSTR-HIT-IDX) TO WS-KEY-LEN
002550     MOVE MSTR-DESC (MSTR-HIT-IDX) TO WS-MSTR-DESC
002560     IF WS-FUNC-BACKUP AND WS-PARM-PROGRAM = SPACES
002570         DISPLAY 'MSTRGEN - BACKUP PARM HAS NO CREATING PROGRAM'
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF
002610     IF WS-FUNC-RESTORE
002620         AND (WS-PARM-GEN-NO NOT NUMERIC
002630              OR WS-PARM-GEN-NO = ZERO)
002640         DISPLAY 'MSTRGEN - RESTORE PARM HAS NO GENERATION NUMBER'
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF
002680     IF WS-PARM-KEEP NUMERIC AND WS-PARM-KEEP > ZERO
002690         MOVE WS-PARM-KEEP TO WS-KEEP
002700     ELSE
002710         MOVE 5 TO WS-KEEP
002720     END-IF
002730     OPEN OUTPUT GENERATION-RPT
002740     IF WS-GRPT-FS NOT = '00'
002750         DISPLAY 'MSTRGEN - UNABLE TO OPEN GENERATION-RPT,'
002760             ' STATUS ' WS-GRPT-FS
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF
002800     MOVE SPACES TO WS-RPT-LINE
002810     STRING 'MASTER GENERATIONS  ' WS-MSTR-DESC
002820         '  RUN DATE ' WS-TODAY-DATE ' TIME ' WS-NOW-TIME (1:6)
002830         DELIMITED BY SIZE INTO WS-RPT-LINE
002840     WRITE GENERATION-REC FROM WS-RPT-LINE
002850     MOVE SPACES TO WS-RPT-LINE
002860     WRITE GENERATION-REC FROM WS-RPT-LINE.
002870 1000-EXIT.
002880     EXIT.
002890 1010-MATCH-ONE-MASTER.
002900     IF MSTR-CODE (MSTR-IDX) = WS-PARM-MASTER
002910         MOVE MSTR-IDX TO MSTR-HIT-IDX
002920     END-IF.
002930 1010-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------*
002960*  1200-LOAD-CATALOG - THE WHOLE CATALOG INTO THE TABLE, NOTING  *
002970*  THE HIGHEST GENERATION HELD FOR THIS MASTER.  NO CATALOG YET  *
002980*  MEANS NO GENERATIONS.                                         *
002990*----------------------------------------------------------------*
003000 1200-LOAD-CATALOG.
003010     OPEN INPUT GEN-CATALOG-OLD
003020     IF WS-GCO-FS = '35'
003030         GO TO 1200-EXIT
003040     END-IF
003050     IF WS-GCO-FS NOT = '00'
003060         DISPLAY 'MSTRGEN - UNABLE TO OPEN GEN-CATALOG-OLD,'
003070             ' STATUS ' WS-GCO-FS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF
003110     PERFORM 1210-READ-ONE-CATALOG THRU 1210-EXIT
003120         UNTIL WS-GCO-EOF
003130     CLOSE GEN-CATALOG-OLD.
003140 1200-EXIT.
003150     EXIT.
003160 1210-READ-ONE-CATALOG.
003170     READ GEN-CATALOG-OLD
003180         AT END
003185             MOVE 'Y' TO WS-GCO-EOF-SW
003190             GO TO 1210-EXIT
003200     END-READ
003210     IF GEN-COUNT >= WS-GEN-MAX
003220         DISPLAY 'MSTRGEN - CATALOG EXCEEDS ' WS-GEN-MAX
003230             ' GENERATIONS, TABLE FULL'
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF
003270     ADD 1 TO GEN-COUNT
003280     MOVE GEN-CATALOG-OLD-REC TO GEN-REC-IMAGE (GEN-COUNT)
003290     IF GEN-MASTER (GEN-COUNT) = WS-PARM-MASTER
003300         AND GEN-GEN-NO (GEN-COUNT) > WS-LAST-GEN
003310         MOVE GEN-GEN-NO (GEN-COUNT) TO WS-LAST-GEN
003320     END-IF.
003330 1210-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------*
003360*  2000-BACKUP-MASTER - THE MASTER JUST WRITTEN BECOMES THE NEXT *
003370*  GENERATION.  GENERATIONS THAT FALL OUTSIDE THE NUMBER KEPT    *
003380*  ARE DROPPED FROM THE NEW VAULT AND THE NEW CATALOG; THE JCL   *
003390*  SWAPS BOTH NEW FILES IN FOR THE OLD.                          *
003400*----------------------------------------------------------------*
003410 2000-BACKUP-MASTER.
003420     IF WS-LAST-GEN = 9999
003430         DISPLAY 'MSTRGEN - GENERATION NUMBERS EXHAUSTED FOR '
003440             WS-PARM-MASTER
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF
003480     COMPUTE WS-NEW-GEN = WS-LAST-GEN + 1
003490     MOVE ZERO TO WS-RETIRE-THRU
003500     IF WS-NEW-GEN > WS-KEEP
003510         COMPUTE WS-RETIRE-THRU = WS-NEW-GEN - WS-KEEP
003520     END-IF
003530     OPEN INPUT MASTER-IN
003540     IF WS-MIN-FS NOT = '00'
003550         DISPLAY 'MSTRGEN - UNABLE TO OPEN MASTER-IN,'
003560             ' STATUS ' WS-MIN-FS
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF
003600     OPEN OUTPUT GEN-VAULT-NEW
003610     IF WS-GVN-FS NOT = '00'
003620         DISPLAY 'MSTRGEN - UNABLE TO OPEN GEN-VAULT-NEW,'
003630             ' STATUS ' WS-GVN-FS
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF
003670     OPEN OUTPUT GEN-CATALOG-NEW
003680     IF WS-GCN-FS NOT = '00'
003690         DISPLAY 'MSTRGEN - UNABLE TO OPEN GEN-CATALOG-NEW,'
003700             ' STATUS ' WS-GCN-FS
003710         MOVE 16 TO RETURN-CODE
003720         STOP RUN
003730     END-IF
003740     PERFORM 2100-COPY-VAULT THRU 2100-EXIT
003750     MOVE ZERO TO WS-REC-CNT
003760     MOVE ZERO TO WS-HASH-TOTAL
003770     PERFORM 2200-VAULT-ONE-RECORD THRU 2200-EXIT
003780         UNTIL WS-MIN-EOF
003790     CLOSE MASTER-IN
003800     CLOSE GEN-VAULT-NEW
003810     PERFORM 2400-WRITE-ONE-CATALOG THRU 2400-EXIT
003820         VARYING GEN-IDX FROM 1 BY 1
003830         UNTIL GEN-IDX > GEN-COUNT
003840     IF GEN-COUNT >= WS-GEN-MAX
003850         DISPLAY 'MSTRGEN - CATALOG EXCEEDS ' WS-GEN-MAX
003860             ' GENERATIONS, TABLE FULL'
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF
003900     ADD 1 TO GEN-COUNT
003910     MOVE GEN-COUNT TO GEN-IDX
003920     MOVE SPACES TO GEN-REC-IMAGE (GEN-IDX)
003930     MOVE WS-PARM-MASTER TO GEN-MASTER (GEN-IDX)
003940     MOVE WS-NEW-GEN TO GEN-GEN-NO (GEN-IDX)
003950     MOVE WS-PARM-PROGRAM TO GEN-PROGRAM (GEN-IDX)
003960     MOVE WS-TODAY-DATE TO GEN-DATE (GEN-IDX)
003970     MOVE WS-NOW-TIME (1:6) TO GEN-TIME (GEN-IDX)
003980     MOVE WS-REC-CNT TO GEN-REC-COUNT (GEN-IDX)
003990     MOVE WS-HASH-TOTAL TO GEN-HASH (GEN-IDX)
003991     WRITE GEN-CATALOG-NEW-REC FROM GEN-REC-IMAGE (GEN-IDX)
003992     CLOSE GEN-CATALOG-NEW
003993     MOVE SPACES TO WS-RPT-LINE
003994     STRING 'CATALOGED     ' DELIMITED BY SIZE INTO WS-RPT-LINE
003995     WRITE GENERATION-REC FROM WS-RPT-LINE
003996     PERFORM 4100-PRINT-ONE-GENERATION THRU 4100-EXIT
004000     IF WS-REC-CNT = ZERO
004010         MOVE SPACES TO WS-RPT-LINE
004020         STRING '*** MASTER WAS EMPTY - GENERATION CATALOGED WITH'
004030             ' NO RECORDS ***' DELIMITED BY SIZE INTO WS-RPT-LINE
004040         WRITE GENERATION-REC FROM WS-RPT-LINE
004050         MOVE 4 TO RETURN-CODE
004060     END-IF.
004070 2000-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------*
004100*  2100-COPY-VAULT - EVERY GENERATION ALREADY HELD GOES TO THE   *
004110*  NEW VAULT EXCEPT THIS MASTER'S RETIRING ONES.  NO VAULT YET   *
004120*  IS THE FIRST BACKUP EVER TAKEN.                               *
004130*----------------------------------------------------------------*
004140 2100-COPY-VAULT.
004150     OPEN INPUT GEN-VAULT-OLD
004160     IF WS-GVO-FS = '35'
004170         GO TO 2100-EXIT
004180     END-IF
004190     IF WS-GVO-FS NOT = '00'
004200         DISPLAY 'MSTRGEN - UNABLE TO OPEN GEN-VAULT-OLD,'
004210             ' STATUS ' WS-GVO-FS
004220         MOVE 16 TO RETURN-CODE
004230         STOP RUN
004240     END-IF
004250     PERFORM 2110-COPY-ONE-VAULT THRU 2110-EXIT
004260         UNTIL WS-GVO-EOF
004270     CLOSE GEN-VAULT-OLD.
004280 2100-EXIT.
004290     EXIT.
004300 2110-COPY-ONE-VAULT.
004310     READ GEN-VAULT-OLD
004320         AT END
004330             MOVE 'Y' TO WS-GVO-EOF-SW
004340             GO TO 2110-EXIT
004350     END-READ
004360     IF GV-MASTER = WS-PARM-MASTER
004370         AND GV-GEN-NO NOT > WS-RETIRE-THRU
004380         ADD 1 TO WS-VAULT-DROP-CNT
004390     ELSE
004400         WRITE GEN-VAULT-NEW-REC FROM GEN-VAULT-OLD-REC
004410         ADD 1 TO WS-VAULT-KEPT-CNT
004420     END-IF.
004430 2110-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------*
004460*  2200-VAULT-ONE-RECORD - ONE MASTER RECORD INTO THE NEW        *
004470*  GENERATION, COUNTED AND HASHED.                               *
004480*----------------------------------------------------------------*
004490 2200-VAULT-ONE-RECORD.
004500     MOVE SPACES TO MASTER-IN-REC
004510     READ MASTER-IN
004520         AT END
004530             MOVE 'Y' TO WS-MIN-EOF-SW
004540             GO TO 2200-EXIT
004550     END-READ
004560     ADD 1 TO WS-REC-CNT
004570     MOVE MASTER-IN-REC (WS-KEY-START:WS-KEY-LEN) TO WS-KEY-IMAGE
004580     PERFORM 5000-HASH-KEY THRU 5000-EXIT
004590     MOVE SPACES TO GEN-VAULT-NEW-REC
004600     MOVE WS-PARM-MASTER TO GVN-MASTER
004610     MOVE WS-NEW-GEN TO GVN-GEN-NO
004620     MOVE WS-MIN-REC-LEN TO GVN-REC-LEN
004630     MOVE MASTER-IN-REC TO GVN-DATA
004640     WRITE GEN-VAULT-NEW-REC.
004650 2200-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------*
004680*  2400-WRITE-ONE-CATALOG - CARRY A CATALOG ENTRY FORWARD, OR    *
004690*  REPORT IT RETIRED.                                            *
004700*----------------------------------------------------------------*
004710 2400-WRITE-ONE-CATALOG.
004720     IF GEN-MASTER (GEN-IDX) = WS-PARM-MASTER
004730         AND GEN-GEN-NO (GEN-IDX) NOT > WS-RETIRE-THRU
004740         ADD 1 TO WS-RETIRED-CNT
004750         MOVE SPACES TO WS-RPT-LINE
004760         STRING 'RETIRED       ' DELIMITED BY SIZE
004770             INTO WS-RPT-LINE
004780         WRITE GENERATION-REC FROM WS-RPT-LINE
004790         PERFORM 4100-PRINT-ONE-GENERATION THRU 4100-EXIT
004800     ELSE
004810         WRITE GEN-CATALOG-NEW-REC FROM GEN-REC-IMAGE (GEN-IDX)
004820     END-IF.
004830 2400-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------*
004860*  3000-RESTORE-MASTER - PROVE THE CHOSEN GENERATION AGAINST ITS *
004870*  CATALOG ENTRY FIRST; ONLY A GENERATION THAT TIES IS WRITTEN   *
004880*  BACK AS THE MASTER.  ANYTHING ELSE LEAVES THE MASTER AS IT    *
004890*  IS AND ENDS RC 16.                                            *
004900*----------------------------------------------------------------*
004910 3000-RESTORE-MASTER.
004920     MOVE ZERO TO GEN-HIT-IDX
004930     PERFORM 3010-MATCH-ONE-GENERATION THRU 3010-EXIT
004940         VARYING GEN-IDX FROM 1 BY 1
004950         UNTIL GEN-IDX > GEN-COUNT OR GEN-HIT-IDX > ZERO
004960     IF GEN-HIT-IDX = ZERO
004970         MOVE SPACES TO WS-RPT-LINE
004980         STRING '*** GENERATION ' WS-PARM-GEN-NO
004990             ' IS NOT ON THE CATALOG - NOTHING RESTORED ***'
005000             DELIMITED BY SIZE INTO WS-RPT-LINE
005010         WRITE GENERATION-REC FROM WS-RPT-LINE
005020         MOVE 16 TO RETURN-CODE
005030         GO TO 3000-EXIT
005040     END-IF
005050     MOVE SPACES TO WS-RPT-LINE
005060     STRING 'RESTORING     ' DELIMITED BY SIZE INTO WS-RPT-LINE
005070     WRITE GENERATION-REC FROM WS-RPT-LINE
005080     MOVE GEN-HIT-IDX TO GEN-IDX
005090     PERFORM 4100-PRINT-ONE-GENERATION THRU 4100-EXIT
005100     MOVE ZERO TO WS-REC-CNT
005110     MOVE ZERO TO WS-HASH-TOTAL
005120     PERFORM 3100-VERIFY-GENERATION THRU 3100-EXIT
005130     IF WS-REC-CNT NOT = GEN-REC-COUNT (GEN-HIT-IDX)
005140         OR WS-HASH-TOTAL NOT = GEN-HASH (GEN-HIT-IDX)
005150         MOVE WS-REC-CNT TO WS-CNT-FMT
005160         MOVE SPACES TO WS-RPT-LINE
005170         STRING '*** VAULT COPY DOES NOT TIE - RECORDS '
005180             WS-CNT-FMT ' HASH ' WS-HASH-TOTAL ' ***'
005190             DELIMITED BY SIZE INTO WS-RPT-LINE
005200         WRITE GENERATION-REC FROM WS-RPT-LINE
005210         MOVE SPACES TO WS-RPT-LINE
005220         STRING '*** NOTHING RESTORED - THE MASTER IS'
005230             ' UNCHANGED ***' DELIMITED BY SIZE INTO WS-RPT-LINE
005240         WRITE GENERATION-REC FROM WS-RPT-LINE
005250         MOVE 16 TO RETURN-CODE
005260         GO TO 3000-EXIT
005270     END-IF
005280     PERFORM 3200-WRITE-GENERATION THRU 3200-EXIT
005290     MOVE WS-REC-CNT TO WS-CNT-FMT
005300     MOVE SPACES TO WS-RPT-LINE
005310     STRING 'COUNT AND HASH VERIFIED - RESTORED ' WS-CNT-FMT
005320         ' RECORDS' DELIMITED BY SIZE INTO WS-RPT-LINE
005330     WRITE GENERATION-REC FROM WS-RPT-LINE
005340     IF WS-PARM-MASTER = 'GIFT'
005350         PERFORM 3300-RELOAD-GIFT-MASTER THRU 3300-EXIT
005360     END-IF.
005370 3000-EXIT.
005380     EXIT.
005390 3010-MATCH-ONE-GENERATION.
005400     IF GEN-MASTER (GEN-IDX) = WS-PARM-MASTER
005410         AND GEN-GEN-NO (GEN-IDX) = WS-PARM-GEN-NO
005420         MOVE GEN-IDX TO GEN-HIT-IDX
005430     END-IF.
005440 3010-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------*
005470*  3100-VERIFY-GENERATION - FIRST PASS OF THE VAULT: COUNT AND   *
005480*  HASH THE GENERATION'S RECORDS WITHOUT WRITING ANYTHING.       *
005490*----------------------------------------------------------------*
005500 3100-VERIFY-GENERATION.
005510     MOVE 'N' TO WS-GVO-EOF-SW
005520     OPEN INPUT GEN-VAULT-OLD
005530     IF WS-GVO-FS = '35'
005540         GO TO 3100-EXIT
005550     END-IF
005560     IF WS-GVO-FS NOT = '00'
005570         DISPLAY 'MSTRGEN - UNABLE TO OPEN GEN-VAULT-OLD,'
005580             ' STATUS ' WS-GVO-FS
005590         MOVE 16 TO RETURN-CODE
005600         STOP RUN
005610     END-IF
005620     PERFORM 3110-VERIFY-ONE-RECORD THRU 3110-EXIT
005630         UNTIL WS-GVO-EOF
005640     CLOSE GEN-VAULT-OLD.
005650 3100-EXIT.
005660     EXIT.
005670 3110-VERIFY-ONE-RECORD.
005680     READ GEN-VAULT-OLD
005690         AT END
005700             MOVE 'Y' TO WS-GVO-EOF-SW
005710             GO TO 3110-EXIT
005720     END-READ
005730     IF GV-MASTER = WS-PARM-MASTER
005740         AND GV-GEN-NO = WS-PARM-GEN-NO
005750         ADD 1 TO WS-REC-CNT
005760         MOVE GV-DATA (WS-KEY-START:WS-KEY-LEN) TO WS-KEY-IMAGE
005770         PERFORM 5000-HASH-KEY THRU 5000-EXIT
005780     END-IF.
005790 3110-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------*
005820*  3200-WRITE-GENERATION - SECOND PASS: THE VERIFIED GENERATION  *
005830*  GOES BACK AS THE MASTER, EACH RECORD AT ITS ORIGINAL LENGTH.  *
005840*----------------------------------------------------------------*
005850 3200-WRITE-GENERATION.
005860     OPEN OUTPUT MASTER-OUT
005870     IF WS-MOUT-FS NOT = '00'
005880         DISPLAY 'MSTRGEN - UNABLE TO OPEN MASTER-OUT,'
005890             ' STATUS ' WS-MOUT-FS
005900         MOVE 16 TO RETURN-CODE
005910         STOP RUN
005920     END-IF
005930     MOVE 'N' TO WS-GVO-EOF-SW
005940     OPEN INPUT GEN-VAULT-OLD
005950     IF WS-GVO-FS NOT = '00'
005960         DISPLAY 'MSTRGEN - UNABLE TO OPEN GEN-VAULT-OLD,'
005970             ' STATUS ' WS-GVO-FS
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF
006010     PERFORM 3210-WRITE-ONE-RECORD THRU 3210-EXIT
006020         UNTIL WS-GVO-EOF
006030     CLOSE GEN-VAULT-OLD
006040     CLOSE MASTER-OUT.
006050 3200-EXIT.
006060     EXIT.
006070 3210-WRITE-ONE-RECORD.
006080     READ GEN-VAULT-OLD
006090         AT END
006100             MOVE 'Y' TO WS-GVO-EOF-SW
006110             GO TO 3210-EXIT
006120     END-READ
006130     IF GV-MASTER = WS-PARM-MASTER
006140         AND GV-GEN-NO = WS-PARM-GEN-NO
006150         MOVE GV-REC-LEN TO WS-MOUT-REC-LEN
006160         MOVE GV-DATA TO MASTER-OUT-REC
006170         WRITE MASTER-OUT-REC
006180     END-IF.
006190 3210-EXIT.
006200     EXIT.
006210*----------------------------------------------------------------*
006220*  3300-RELOAD-GIFT-MASTER - THE RESTORED GIFT-MASTER SOURCE IS  *
006230*  RELOADED INTO THE INDEXED MASTER BY GIFTMCNV, WITH ALL OF ITS *
006240*  EDITS, SO THE NIGHTLY RUN READS THE GENERATION JUST RESTORED. *
006250*  MASTER-OUT AND GIFTMCNV'S GIFTMSEQ NAME THE SAME FILE IN THE  *
006260*  RESTORE JCL.  GIFTMCNV STOPS THE RUN ITSELF ON A BAD RECORD.  *
006270*----------------------------------------------------------------*
006280 3300-RELOAD-GIFT-MASTER.
006290     MOVE ZERO TO RETURN-CODE
006300     CALL 'GIFTMCNV'
006310     IF RETURN-CODE NOT = ZERO
006320         MOVE SPACES TO WS-RPT-LINE
006330         STRING '*** GIFTMCNV RELOAD FAILED - INDEXED GIFT-MASTER'
006340             ' NOT CURRENT ***' DELIMITED BY SIZE INTO WS-RPT-LINE
006350         WRITE GENERATION-REC FROM WS-RPT-LINE
006360         MOVE 16 TO RETURN-CODE
006370         GO TO 3300-EXIT
006380     END-IF
006390     MOVE SPACES TO WS-RPT-LINE
006400     STRING 'GIFTMCNV RELOAD OF THE INDEXED GIFT-MASTER COMPLETE'
006410         DELIMITED BY SIZE INTO WS-RPT-LINE
006420     WRITE GENERATION-REC FROM WS-RPT-LINE.
006430 3300-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------*
006460*  4000-LIST-GENERATIONS - EVERY GENERATION HELD FOR THE MASTER, *
006470*  SO THE OPERATOR CAN PICK THE ONE TO RESTORE.                  *
006480*----------------------------------------------------------------*
006490 4000-LIST-GENERATIONS.
006500     PERFORM 4010-LIST-ONE-GENERATION THRU 4010-EXIT
006510         VARYING GEN-IDX FROM 1 BY 1
006520         UNTIL GEN-IDX > GEN-COUNT.
006530 4000-EXIT.
006540     EXIT.
006550 4010-LIST-ONE-GENERATION.
006560     IF GEN-MASTER (GEN-IDX) = WS-PARM-MASTER
006570         PERFORM 4100-PRINT-ONE-GENERATION THRU 4100-EXIT
006580     END-IF.
006590 4010-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------*
006620*  4100-PRINT-ONE-GENERATION - ONE CATALOG ENTRY, FROM THE TABLE *
006630*  AT GEN-IDX.                                                   *
006640*----------------------------------------------------------------*
006650 4100-PRINT-ONE-GENERATION.
006660     MOVE GEN-REC-COUNT (GEN-IDX) TO WS-CNT-FMT
006670     MOVE SPACES TO WS-RPT-LINE
006680     STRING 'GEN ' GEN-GEN-NO (GEN-IDX) '  ' GEN-PROGRAM (GEN-IDX)
006690         '  ' GEN-DATE (GEN-IDX) ' ' GEN-TIME (GEN-IDX)
006700         '  RECORDS ' WS-CNT-FMT '  HASH ' GEN-HASH (GEN-IDX)
006710         DELIMITED BY SIZE INTO WS-RPT-LINE
006720     WRITE GENERATION-REC FROM WS-RPT-LINE.
006730 4100-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------*
006760*  5000-HASH-KEY - ADDS THE KEY IN WS-KEY-IMAGE TO THE HASH      *
006770*  TOTAL.                                                        *
006780*----------------------------------------------------------------*
006790 5000-HASH-KEY.
006800     PERFORM 5010-HASH-ONE-CHAR THRU 5010-EXIT
006810         VARYING WS-KEY-POS FROM 1 BY 1
006820         UNTIL WS-KEY-POS > WS-KEY-LEN.
006830 5000-EXIT.
006840     EXIT.
006850 5010-HASH-ONE-CHAR.
006860     MOVE 'N' TO WS-CHAR-FOUND-SW
006870     MOVE 37 TO WS-CHAR-VALUE
006880     PERFORM 5020-MATCH-ONE-CHAR THRU 5020-EXIT
006890         VARYING WS-CHAR-IDX FROM 1 BY 1
006900         UNTIL WS-CHAR-IDX > 36 OR WS-CHAR-FOUND
006910     COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
006920         + WS-CHAR-VALUE * WS-KEY-POS.
006930 5010-EXIT.
006940     EXIT.
006950 5020-MATCH-ONE-CHAR.
006960     IF WS-HASH-CHARS (WS-CHAR-IDX:1)
006970         = WS-KEY-IMAGE (WS-KEY-POS:1)
006980         MOVE WS-CHAR-IDX TO WS-CHAR-VALUE
006990         MOVE 'Y' TO WS-CHAR-FOUND-SW
007000     END-IF.
007010 5020-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------*
007040*  9000-TERMINATE - TOTALS AND CLOSE.                            *
007050*----------------------------------------------------------------*
007060 9000-TERMINATE.
007070     MOVE SPACES TO WS-RPT-LINE
007080     WRITE GENERATION-REC FROM WS-RPT-LINE
007090     IF WS-FUNC-BACKUP
007100         MOVE WS-VAULT-KEPT-CNT TO WS-CNT-FMT
007110         MOVE SPACES TO WS-RPT-LINE
007120         STRING 'VAULT RECORDS KEPT    ' WS-CNT-FMT
007130             DELIMITED BY SIZE INTO WS-RPT-LINE
007140         WRITE GENERATION-REC FROM WS-RPT-LINE
007150         MOVE WS-VAULT-DROP-CNT TO WS-CNT-FMT
007160         MOVE SPACES TO WS-RPT-LINE
007170         STRING 'VAULT RECORDS DROPPED ' WS-CNT-FMT
007180             DELIMITED BY SIZE INTO WS-RPT-LINE
007190         WRITE GENERATION-REC FROM WS-RPT-LINE
007200         MOVE WS-RETIRED-CNT TO WS-CNT-FMT
007210         MOVE SPACES TO WS-RPT-LINE
007220         STRING 'GENERATIONS RETIRED   ' WS-CNT-FMT
007230             DELIMITED BY SIZE INTO WS-RPT-LINE
007240         WRITE GENERATION-REC FROM WS-RPT-LINE
007250         MOVE WS-KEEP TO WS-CNT-FMT
007260         MOVE SPACES TO WS-RPT-LINE
007270         STRING 'GENERATIONS TO KEEP   ' WS-CNT-FMT
007280             DELIMITED BY SIZE INTO WS-RPT-LINE
007290         WRITE GENERATION-REC FROM WS-RPT-LINE
007300     END-IF
007310     CLOSE GENERATION-RPT.
007320 9000-EXIT.
007330     EXIT.
