000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCPTPURG.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW PERSONAL-DATA RETENTION PURGE FOR        *
000110*                   RECIPIENT-MASTER.  A RECIPIENT WHO HAS BEEN  *
000120*                   IN A SUPPRESSED STATUS (OPTED OUT, DECEASED, *
000130*                   GONE AWAY, UNDELIVERABLE, MERGED AWAY) FOR   *
000140*                   THE NUMBER OF SEASONS ON THE PARM CARD HAS   *
000150*                   THE NAME, ADDRESS LINES, AND POSTAL CODE     *
000160*                   REPLACED BY A TOMBSTONE.  THE RECIPIENT ID,  *
000170*                   CATALOG, AND SUPPRESSION STATUS STAY ON FILE *
000180*                   SO THE RECIPIENT IS NEVER MAILED AGAIN, AND  *
000190*                   THE PURGE DATE IS SET.  THE SAME NAMES AND   *
000200*                   ADDRESSES ARE SCRUBBED FROM MAIL-HISTORY AND *
000210*                   FROM THE KEPT FULFILLMENT ORDER EXTRACTS OF  *
000220*                   THE CATALOGS NAMED ON THE PARM CARD.  PRINTS *
000230*                   A PURGE REGISTER FOR THE DATA PROTECTION     *
000240*                   OFFICER'S SIGN-OFF - IDS AND REASONS ONLY,   *
000250*                   NEVER THE NAMES REMOVED.                     *
000255*  10/15/2026 RA    THE RECIPIENT'S E-MAIL ADDRESS IS NOW        *
000256*                   TOMBSTONED WITH THE POSTAL ADDRESS (THE      *
000257*                   CHANNEL REVERTS TO PRINT), AND THE ADDRESS   *
000258*                   AN E-MAILED LETTER WENT TO IS SCRUBBED FROM  *
000259*                   MAIL-HISTORY.                                *
000260*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RECIPIENT-MASTER-OLD ASSIGN TO RCPTMOLD
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-OLD-FS.
000330     SELECT RECIPIENT-MASTER-NEW ASSIGN TO RCPTMNEW
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-NEW-FS.
000360     COPY MHSTSEL.
000370     SELECT MAIL-HISTORY-NEW ASSIGN TO MHSTNEW
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-MHN-FS.
000400     COPY FULSEL.
000410     SELECT FULFILL-ORDERS-NEW ASSIGN TO FULFNEW
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FON-FS.
000440     SELECT PURGE-REGISTER ASSIGN TO RCPTPREG
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-REG-FS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  RECIPIENT-MASTER-OLD
000500     RECORDING MODE IS F.
000510 01  RECIPIENT-MASTER-OLD-REC.
000520     05  RCO-RECIP-ID              PIC X(6).
000530     05  RCO-NAME                  PIC X(30).
000540     05  RCO-ADDR-LINE-1           PIC X(30).
000550     05  RCO-ADDR-LINE-2           PIC X(30).
000560     05  RCO-CATALOG-ID            PIC X(2).
000570     05  RCO-STATUS                PIC X(1).
000580         88  RCO-ACTIVE                      VALUE ' ' 'A'.
000590     05  RCO-POSTAL-CODE           PIC X(10).
000600     05  RCO-SEGMENT-CODE          PIC X(2).
000610     05  RCO-STATUS-DATE           PIC 9(8).
000620     05  RCO-STATUS-DATE-X REDEFINES RCO-STATUS-DATE.
000630         10  RCO-STATUS-YEAR       PIC 9(4).
000640         10  FILLER                PIC 9(4).
000650     05  RCO-PURGE-DATE            PIC 9(8).
000660     05  RCO-CHANNEL               PIC X(1).
000665     05  RCO-EMAIL-ADDR            PIC X(60).
000668 FD  RECIPIENT-MASTER-NEW
000670     RECORDING MODE IS F.
000680 01  RECIPIENT-MASTER-NEW-REC      PIC X(188).
000690     COPY MHSTFD.
000700 FD  MAIL-HISTORY-NEW
000710     RECORDING MODE IS F.
000720 01  MAIL-HISTORY-NEW-REC          PIC X(209).
000730     COPY FULFD.
000740 FD  FULFILL-ORDERS-NEW
000750     RECORDING MODE IS F.
000760 01  FULFILL-ORDERS-NEW-REC        PIC X(140).
000770 FD  PURGE-REGISTER
000780     RECORDING MODE IS F.
000790 01  PURGE-REGISTER-REC            PIC X(80).
000800 WORKING-STORAGE SECTION.
000810 77  WS-OLD-FS                     PIC X(2)  VALUE '00'.
000820 77  WS-NEW-FS                     PIC X(2)  VALUE '00'.
000830 77  WS-MHST-FS                    PIC X(2)  VALUE '00'.
000840 77  WS-MHN-FS                     PIC X(2)  VALUE '00'.
000850 77  WS-FUL-FS                     PIC X(2)  VALUE '00'.
000860 77  WS-FON-FS                     PIC X(2)  VALUE '00'.
000870 77  WS-REG-FS                     PIC X(2)  VALUE '00'.
000880 01  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000890 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000900     05  WS-RUN-YEAR               PIC 9(4).
000910     05  FILLER                    PIC 9(4).
000920*----------------------------------------------------------------*
000930*  PARM CARD: SEASON YEAR (BLANK = THIS YEAR), A SPACE, THE      *
000940*  NUMBER OF SEASONS A SUPPRESSED RECIPIENT IS KEPT (01-99), A   *
000950*  SPACE, THEN UP TO TEN TWO-CHARACTER CATALOG IDS WHOSE KEPT    *
000960*  FULFILLMENT ORDER EXTRACTS ARE TO BE SCRUBBED.                *
000970*----------------------------------------------------------------*
000980 01  WS-PURGE-PARM.
000990     05  WS-PARM-YEAR              PIC X(4).
001000     05  WS-PARM-YEAR-N REDEFINES WS-PARM-YEAR
001010                                   PIC 9(4).
001020     05  FILLER                    PIC X(1).
001030     05  WS-PARM-KEEP              PIC X(2).
001040     05  WS-PARM-KEEP-N REDEFINES WS-PARM-KEEP
001050                                   PIC 9(2).
001060     05  FILLER                    PIC X(1).
001070     05  WS-PARM-CATALOGS.
001080         10  WS-PARM-CAT-ID        PIC X(2) OCCURS 10.
001090     05  FILLER                    PIC X(52).
001100 77  WS-PURGE-YEAR                 PIC 9(4)  VALUE ZERO.
001110 77  WS-KEEP-SEASONS               PIC 9(2)  VALUE ZERO.
001120 77  WS-DUE-YEAR                   PIC 9(4)  VALUE ZERO.
001125 77  WS-CHECK-ID                   PIC X(6)  VALUE SPACES.
001130 01  WS-EOF-SW                     PIC X(1)  VALUE 'N'.
001140     88  WS-IN-EOF                           VALUE 'Y'.
001150 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
001160     88  WS-HIT-FOUND                        VALUE 'Y'.
001170 77  WS-CAT-IDX                    PIC 9(2) COMP VALUE ZERO.
001180 01  WS-CUR-CATALOG                PIC X(2)  VALUE SPACES.
001190*----------------------------------------------------------------*
001200*  THE TOMBSTONE THAT REPLACES THE NAME.  THE ADDRESS LINES AND  *
001210*  POSTAL CODE GO TO SPACES.                                     *
001220*----------------------------------------------------------------*
001230 01  WS-TOMBSTONE-NAME             PIC X(30)
001240         VALUE '*** RETENTION PURGE ***'.
001250*----------------------------------------------------------------*
001260*  EVERY TOMBSTONED RECIPIENT ID ON THE NEW MASTER - PURGED THIS *
001270*  RUN OR EARLIER - SO A HISTORY OR EXTRACT RECORD MISSED BY AN  *
001280*  EARLIER RUN IS STILL SCRUBBED.                                *
001290*----------------------------------------------------------------*
001300 77  WS-PG-MAX                     PIC 9(5) COMP VALUE 20000.
001310 77  PG-COUNT                      PIC 9(5) COMP VALUE ZERO.
001320 77  PG-IDX                        PIC 9(5) COMP VALUE ZERO.
001330 01  PG-TABLE.
001340     05  PG-RECIP-ID               PIC X(6) OCCURS 20000.
001350 77  WS-READ-CNT                   PIC 9(5) COMP VALUE ZERO.
001360 77  WS-ACTIVE-CNT                 PIC 9(5) COMP VALUE ZERO.
001370 77  WS-RETAINED-CNT               PIC 9(5) COMP VALUE ZERO.
001380 77  WS-CLOCK-CNT                  PIC 9(5) COMP VALUE ZERO.
001390 77  WS-PURGED-CNT                 PIC 9(5) COMP VALUE ZERO.
001400 77  WS-EARLIER-CNT                PIC 9(5) COMP VALUE ZERO.
001410 77  WS-MHST-READ-CNT              PIC 9(7) COMP VALUE ZERO.
001420 77  WS-MHST-SCRUB-CNT             PIC 9(7) COMP VALUE ZERO.
001430 77  WS-FO-READ-CNT                PIC 9(7) COMP VALUE ZERO.
001440 77  WS-FO-SCRUB-CNT               PIC 9(7) COMP VALUE ZERO.
001450 77  WS-FO-CAT-SCRUB               PIC 9(7) COMP VALUE ZERO.
001460 77  WS-FO-MISSING-CNT             PIC 9(2) COMP VALUE ZERO.
001470 77  WS-CNT-FMT                    PIC ZZZZ9.
001480 77  WS-BIG-FMT                    PIC ZZZZZZ9.
001490 01  WS-STATUS-TEXT                PIC X(13) VALUE SPACES.
001500 01  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001510 01  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001520 01  WS-REG-LINE                   PIC X(80).
001530 PROCEDURE DIVISION.
001540*----------------------------------------------------------------*
001550*  0000-MAINLINE - PURGE THE MASTER, THEN SCRUB THE HISTORY AND  *
001560*  THE KEPT EXTRACTS FOR EVERY TOMBSTONED ID.                    *
001570*----------------------------------------------------------------*
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001600     PERFORM 2000-PURGE-MASTER THRU 2000-EXIT
001610     PERFORM 3000-SCRUB-MAIL-HISTORY THRU 3000-EXIT
001620     PERFORM 4000-SCRUB-ONE-EXTRACT THRU 4000-EXIT
001630         VARYING WS-CAT-IDX FROM 1 BY 1
001640         UNTIL WS-CAT-IDX > 10
001650     PERFORM 9000-TERMINATE THRU 9000-EXIT
001660     GOBACK.
001670*----------------------------------------------------------------*
001680*  1000-INITIALIZE - EDIT THE PARM CARD, OPEN THE REGISTER, AND  *
001690*  PRINT THE HEADING.  NO RETENTION PERIOD IS A JCL ERROR: THE   *
001700*  JOB NEVER GUESSES HOW LONG TO KEEP PERSONAL DATA.             *
001710*----------------------------------------------------------------*
001720 1000-INITIALIZE.
001730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001740*    MASTER RECORDS MUST STAY FIXED AT FULL LENGTH, BLANKS AND   *
001750*    ALL, OR THE ENGINES MISREAD THE TRAILING STATUS BYTE.       *
001760     MOVE 'COB_LS_FIXED' TO WS-ENV-NAME
001770     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
001780     MOVE 'Y' TO WS-ENV-VALUE
001790     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
001800     MOVE SPACES TO WS-PURGE-PARM
001810     ACCEPT WS-PURGE-PARM FROM SYSIN
001820     IF WS-PARM-YEAR = SPACES
001830         MOVE WS-RUN-YEAR TO WS-PURGE-YEAR
001840     ELSE
001850         IF WS-PARM-YEAR IS NUMERIC AND WS-PARM-YEAR-N > ZERO
001860             MOVE WS-PARM-YEAR-N TO WS-PURGE-YEAR
001870         ELSE
001880             DISPLAY 'RCPTPURG - SEASON YEAR ON PARM CARD '
001890                 'NOT NUMERIC'
001900             MOVE 16 TO RETURN-CODE
001910             STOP RUN
001920         END-IF
001930     END-IF
001940     IF WS-PARM-KEEP IS NUMERIC AND WS-PARM-KEEP-N > ZERO
001950         MOVE WS-PARM-KEEP-N TO WS-KEEP-SEASONS
001960     ELSE
001970         DISPLAY 'RCPTPURG - PARM CARD NEEDS SEASONS TO KEEP, '
001980             '01-99'
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF
002020     OPEN OUTPUT PURGE-REGISTER
002030     IF WS-REG-FS NOT = '00'
002040         DISPLAY 'RCPTPURG - UNABLE TO OPEN PURGE-REGISTER,'
002050             ' STATUS ' WS-REG-FS
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF
002090     MOVE SPACES TO WS-REG-LINE
002100     STRING 'RECIPIENT RETENTION PURGE REGISTER  RUN DATE '
002110         WS-RUN-DATE DELIMITED BY SIZE INTO WS-REG-LINE
002120     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
002130     MOVE SPACES TO WS-REG-LINE
002140     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
002150     COMPUTE WS-DUE-YEAR = WS-PURGE-YEAR - WS-KEEP-SEASONS
002160     MOVE SPACES TO WS-REG-LINE
002170     STRING 'SEASON ' WS-PURGE-YEAR
002180         '  SUPPRESSED RECIPIENTS KEPT ' WS-PARM-KEEP ' SEASONS'
002190         DELIMITED BY SIZE INTO WS-REG-LINE
002200     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
002210     MOVE SPACES TO WS-REG-LINE
002220     STRING 'PURGING STATUSES SET IN ' WS-DUE-YEAR
002230         ' OR EARLIER' DELIMITED BY SIZE INTO WS-REG-LINE
002240     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
002250     MOVE SPACES TO WS-REG-LINE
002260     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
002270     MOVE SPACES TO WS-REG-LINE
002280     STRING 'ACTION  RECIP  CAT REASON        STATUS SET'
002290         DELIMITED BY SIZE INTO WS-REG-LINE
002300     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE.
002310 1000-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------*
002340*  2000-PURGE-MASTER - OLD MASTER TO NEW, ONE RECORD AT A TIME   *
002350*  IN FILE ORDER (THE ORDER IS NOT DISTURBED).  A MISSING OLD    *
002360*  MASTER IS A JCL ERROR - THERE IS NOTHING TO PURGE AND AN      *
002370*  EMPTY NEW MASTER MUST NOT BE CATALOGED.                       *
002380*----------------------------------------------------------------*
002390 2000-PURGE-MASTER.
002400     MOVE 'N' TO WS-EOF-SW
002410     OPEN INPUT RECIPIENT-MASTER-OLD
002420     IF WS-OLD-FS NOT = '00'
002430         DISPLAY 'RCPTPURG - UNABLE TO OPEN RECIPIENT-MASTER-OLD,'
002440             ' STATUS ' WS-OLD-FS
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF
002480     OPEN OUTPUT RECIPIENT-MASTER-NEW
002490     IF WS-NEW-FS NOT = '00'
002500         DISPLAY 'RCPTPURG - UNABLE TO OPEN RECIPIENT-MASTER-NEW,'
002510             ' STATUS ' WS-NEW-FS
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF
002550     PERFORM 2010-READ-ONE-MASTER THRU 2010-EXIT
002560         UNTIL WS-IN-EOF
002570     CLOSE RECIPIENT-MASTER-OLD
002580     CLOSE RECIPIENT-MASTER-NEW.
002590 2000-EXIT.
002600     EXIT.
002610 2010-READ-ONE-MASTER.
002620     READ RECIPIENT-MASTER-OLD
002630         AT END
002640             MOVE 'Y' TO WS-EOF-SW
002650         NOT AT END
002660             ADD 1 TO WS-READ-CNT
002670             PERFORM 2100-DECIDE-ONE-RECIPIENT THRU 2100-EXIT
002680             WRITE RECIPIENT-MASTER-NEW-REC
002690                 FROM RECIPIENT-MASTER-OLD-REC
002700     END-READ.
002710 2010-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------*
002740*  2100-DECIDE-ONE-RECIPIENT - ACTIVE RECIPIENTS ARE LEFT ALONE. *
002750*  A SUPPRESSED RECIPIENT WITH NO STATUS DATE (SUPPRESSED BEFORE *
002760*  THE DATE WAS KEPT) IS STAMPED WITH THE RUN DATE, WHICH STARTS *
002770*  ITS CLOCK - IT IS NEVER PURGED ON A GUESS.  ONE WHOSE STATUS  *
002780*  WAS SET IN THE DUE YEAR OR EARLIER IS TOMBSTONED.             *
002790*----------------------------------------------------------------*
002800 2100-DECIDE-ONE-RECIPIENT.
002810*    A RECORD WRITTEN BEFORE THE DATE FIELDS EXISTED COMES IN    *
002820*    SHORT, BLANK WHERE THE DATES NOW ARE: TREAT AS NOT SET.     *
002830     IF RCO-STATUS-DATE NOT NUMERIC
002840         MOVE ZERO TO RCO-STATUS-DATE
002850     END-IF
002860     IF RCO-PURGE-DATE NOT NUMERIC
002870         MOVE ZERO TO RCO-PURGE-DATE
002880     END-IF
002890     IF RCO-PURGE-DATE NOT = ZERO
002900         ADD 1 TO WS-EARLIER-CNT
002910         PERFORM 2300-NOTE-TOMBSTONE THRU 2300-EXIT
002920         GO TO 2100-EXIT
002930     END-IF
002940     IF RCO-ACTIVE
002950         ADD 1 TO WS-ACTIVE-CNT
002960         GO TO 2100-EXIT
002970     END-IF
002980     IF RCO-STATUS-DATE = ZERO
002990         MOVE WS-RUN-DATE TO RCO-STATUS-DATE
003000         ADD 1 TO WS-CLOCK-CNT
003010         ADD 1 TO WS-RETAINED-CNT
003020         PERFORM 2400-DESCRIBE-STATUS THRU 2400-EXIT
003030         MOVE SPACES TO WS-REG-LINE
003040         STRING 'CLOCK   ' RCO-RECIP-ID ' ' RCO-CATALOG-ID '  '
003050             WS-STATUS-TEXT ' ' RCO-STATUS-DATE
003060             '  NO DATE ON FILE, STARTED'
003070             DELIMITED BY SIZE INTO WS-REG-LINE
003080         WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
003090         GO TO 2100-EXIT
003100     END-IF
003110     IF RCO-STATUS-YEAR > WS-DUE-YEAR
003120         ADD 1 TO WS-RETAINED-CNT
003130         GO TO 2100-EXIT
003140     END-IF
003150     PERFORM 2200-TOMBSTONE-ONE THRU 2200-EXIT.
003160 2100-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------*
003190*  2200-TOMBSTONE-ONE - REPLACES THE NAME AND ADDRESS, SETS THE  *
003200*  PURGE DATE, AND LOGS THE ID AND REASON ON THE REGISTER.       *
003205*  THE E-MAIL ADDRESS GOES TOO, AND WITH IT THE E-MAIL CHANNEL.  *
003210*----------------------------------------------------------------*
003220 2200-TOMBSTONE-ONE.
003230     MOVE WS-TOMBSTONE-NAME TO RCO-NAME
003240     MOVE SPACES TO RCO-ADDR-LINE-1
003250     MOVE SPACES TO RCO-ADDR-LINE-2
003260     MOVE SPACES TO RCO-POSTAL-CODE
003262     MOVE SPACES TO RCO-EMAIL-ADDR
003264     MOVE SPACE TO RCO-CHANNEL
003270     MOVE WS-RUN-DATE TO RCO-PURGE-DATE
003280     ADD 1 TO WS-PURGED-CNT
003290     PERFORM 2300-NOTE-TOMBSTONE THRU 2300-EXIT
003300     PERFORM 2400-DESCRIBE-STATUS THRU 2400-EXIT
003310     MOVE SPACES TO WS-REG-LINE
003320     STRING 'PURGED  ' RCO-RECIP-ID ' ' RCO-CATALOG-ID '  '
003330         WS-STATUS-TEXT ' ' RCO-STATUS-DATE
003340         DELIMITED BY SIZE INTO WS-REG-LINE
003350     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE.
003360 2200-EXIT.
003370     EXIT.
003380 2300-NOTE-TOMBSTONE.
003390     IF PG-COUNT >= WS-PG-MAX
003400         DISPLAY 'RCPTPURG - MORE THAN ' WS-PG-MAX
003410             ' PURGED RECIPIENTS, TABLE FULL'
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF
003450     ADD 1 TO PG-COUNT
003460     MOVE RCO-RECIP-ID TO PG-RECIP-ID (PG-COUNT).
003470 2300-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------*
003500*  2400-DESCRIBE-STATUS - SUPPRESSION REASON IN WORDS.           *
003510*----------------------------------------------------------------*
003520 2400-DESCRIBE-STATUS.
003530     EVALUATE RCO-STATUS
003540         WHEN 'O'
003550             MOVE 'OPTED OUT' TO WS-STATUS-TEXT
003560         WHEN 'D'
003570             MOVE 'DECEASED' TO WS-STATUS-TEXT
003580         WHEN 'G'
003590             MOVE 'GONE AWAY' TO WS-STATUS-TEXT
003600         WHEN 'U'
003610             MOVE 'UNDELIVERABLE' TO WS-STATUS-TEXT
003620         WHEN 'M'
003630             MOVE 'MERGED AWAY' TO WS-STATUS-TEXT
003640         WHEN OTHER
003650             MOVE SPACES TO WS-STATUS-TEXT
003660             STRING 'STATUS ' RCO-STATUS
003670                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
003680     END-EVALUATE.
003690 2400-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------*
003720*  2500-CHECK-PURGED-ID - SETS WS-HIT-FOUND WHEN THE ID IN       *
003730*  WS-CHECK-ID IS A TOMBSTONED RECIPIENT.                        *
003740*----------------------------------------------------------------*
003750 2500-CHECK-PURGED-ID.
003760     MOVE 'N' TO WS-HIT-SW
003770     PERFORM 2510-MATCH-ONE-ID THRU 2510-EXIT
003780         VARYING PG-IDX FROM 1 BY 1
003790         UNTIL PG-IDX > PG-COUNT OR WS-HIT-FOUND.
003800 2500-EXIT.
003810     EXIT.
003820 2510-MATCH-ONE-ID.
003830     IF PG-RECIP-ID (PG-IDX) = WS-CHECK-ID
003840         MOVE 'Y' TO WS-HIT-SW
003850     END-IF.
003860 2510-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------*
003890*  3000-SCRUB-MAIL-HISTORY - OLD HISTORY (GIFTMHST) TO NEW       *
003900*  (MHSTNEW).  EVERY RECORD IS KEPT - THE SEASONS, RUNS, AND     *
003910*  EVENTS STAY - BUT A TOMBSTONED RECIPIENT'S NAME AND ADDRESS   *
003920*  ARE REPLACED AS ON THE MASTER.  THE HISTORY IS COPIED THROUGH *
003925*  EVEN WHEN NOTHING WAS PURGED, SO THE NEW FILE IS ALWAYS THERE *
003927*  FOR THE NEXT STEP.  NO HISTORY YET IS NOTED AND NO NEW FILE   *
003930*  IS WRITTEN.                                                   *
003940*----------------------------------------------------------------*
003950 3000-SCRUB-MAIL-HISTORY.
003960     MOVE SPACES TO WS-REG-LINE
003970     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
004010     MOVE 'N' TO WS-EOF-SW
004020     OPEN INPUT MAIL-HISTORY
004030     IF WS-MHST-FS = '35'
004040         MOVE SPACES TO WS-REG-LINE
004050         STRING 'NO MAIL-HISTORY ON FILE - NOTHING TO SCRUB'
004060             DELIMITED BY SIZE INTO WS-REG-LINE
004070         WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
004080         GO TO 3000-EXIT
004090     END-IF
004100     IF WS-MHST-FS NOT = '00'
004110         DISPLAY 'RCPTPURG - UNABLE TO OPEN MAIL-HISTORY,'
004120             ' STATUS ' WS-MHST-FS
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF
004160     OPEN OUTPUT MAIL-HISTORY-NEW
004170     IF WS-MHN-FS NOT = '00'
004180         DISPLAY 'RCPTPURG - UNABLE TO OPEN MAIL-HISTORY-NEW,'
004190             ' STATUS ' WS-MHN-FS
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF
004230     PERFORM 3010-READ-ONE-HISTORY THRU 3010-EXIT
004240         UNTIL WS-IN-EOF
004250     CLOSE MAIL-HISTORY
004260     CLOSE MAIL-HISTORY-NEW
004270     MOVE WS-MHST-SCRUB-CNT TO WS-BIG-FMT
004280     MOVE SPACES TO WS-REG-LINE
004290     STRING 'MAIL-HISTORY RECORDS SCRUBBED        ' WS-BIG-FMT
004300         DELIMITED BY SIZE INTO WS-REG-LINE
004310     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE.
004320 3000-EXIT.
004330     EXIT.
004340 3010-READ-ONE-HISTORY.
004350     READ MAIL-HISTORY
004360         AT END
004370             MOVE 'Y' TO WS-EOF-SW
004380         NOT AT END
004390             PERFORM 3020-SCRUB-ONE-HISTORY THRU 3020-EXIT
004395     END-READ.
004396 3010-EXIT.
004397     EXIT.
004398 3020-SCRUB-ONE-HISTORY.
004400     ADD 1 TO WS-MHST-READ-CNT
004410     IF MH-NAME NOT = WS-TOMBSTONE-NAME AND PG-COUNT > ZERO
004420         MOVE MH-RECIP-ID TO WS-CHECK-ID
004430         PERFORM 2500-CHECK-PURGED-ID THRU 2500-EXIT
004440         IF WS-HIT-FOUND
004450             MOVE WS-TOMBSTONE-NAME TO MH-NAME
004460             MOVE SPACES TO MH-ADDR-LINE-1
004470             MOVE SPACES TO MH-ADDR-LINE-2
004480             MOVE SPACES TO MH-POSTAL-CODE
004485             MOVE SPACES TO MH-EMAIL-ADDR
004490             ADD 1 TO WS-MHST-SCRUB-CNT
004500         END-IF
004510     END-IF
004520     WRITE MAIL-HISTORY-NEW-REC FROM MAIL-HISTORY-REC.
004530 3020-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------*
004560*  4000-SCRUB-ONE-EXTRACT - ONE CATALOG'S KEPT FULFILLMENT ORDER *
004570*  EXTRACT, GIFTFULF<CATALOG> TO FULFNEW<CATALOG>.  DETAIL LINES *
004580*  FOR A TOMBSTONED RECIPIENT LOSE THE SHIP-TO NAME AND ADDRESS; *
004590*  HEADER AND TRAILER ARE COPIED AS THEY ARE (THE TRAILER COUNTS *
004600*  ORDERS AND QUANTITY, NEITHER OF WHICH CHANGES).  A CATALOG    *
004610*  WITH NO KEPT EXTRACT IS NOTED ON THE REGISTER (RC 4).         *
004620*----------------------------------------------------------------*
004630 4000-SCRUB-ONE-EXTRACT.
004640     IF WS-PARM-CAT-ID (WS-CAT-IDX) = SPACES
004650         GO TO 4000-EXIT
004660     END-IF
004670     MOVE WS-PARM-CAT-ID (WS-CAT-IDX) TO WS-CUR-CATALOG
004680     MOVE ZERO TO WS-FO-CAT-SCRUB
004690     MOVE 'DD_GIFTFULF' TO WS-ENV-NAME
004700     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
004710     MOVE SPACES TO WS-ENV-VALUE
004720     STRING 'GIFTFULF' WS-CUR-CATALOG DELIMITED BY SIZE
004730         INTO WS-ENV-VALUE
004740     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
004750     MOVE 'DD_FULFNEW' TO WS-ENV-NAME
004760     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
004770     MOVE SPACES TO WS-ENV-VALUE
004780     STRING 'FULFNEW' WS-CUR-CATALOG DELIMITED BY SIZE
004790         INTO WS-ENV-VALUE
004800     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
004810     MOVE 'N' TO WS-EOF-SW
004820     OPEN INPUT FULFILL-ORDERS
004830     IF WS-FUL-FS = '35'
004840         ADD 1 TO WS-FO-MISSING-CNT
004850         MOVE SPACES TO WS-REG-LINE
004860         STRING 'FULFILLMENT ORDERS CATALOG ' WS-CUR-CATALOG
004870             '  NO KEPT EXTRACT ON FILE'
004880             DELIMITED BY SIZE INTO WS-REG-LINE
004890         WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
004900         GO TO 4000-EXIT
004910     END-IF
004920     IF WS-FUL-FS NOT = '00'
004930         DISPLAY 'RCPTPURG - UNABLE TO OPEN FULFILL-ORDERS,'
004940             ' STATUS ' WS-FUL-FS
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN
004970     END-IF
004980     OPEN OUTPUT FULFILL-ORDERS-NEW
004990     IF WS-FON-FS NOT = '00'
005000         DISPLAY 'RCPTPURG - UNABLE TO OPEN FULFILL-ORDERS-NEW,'
005010             ' STATUS ' WS-FON-FS
005020         MOVE 16 TO RETURN-CODE
005030         STOP RUN
005040     END-IF
005050     PERFORM 4010-READ-ONE-ORDER THRU 4010-EXIT
005060         UNTIL WS-IN-EOF
005070     CLOSE FULFILL-ORDERS
005080     CLOSE FULFILL-ORDERS-NEW
005090     MOVE WS-FO-CAT-SCRUB TO WS-BIG-FMT
005100     MOVE SPACES TO WS-REG-LINE
005110     STRING 'FULFILLMENT ORDERS CATALOG ' WS-CUR-CATALOG
005120         '  LINES SCRUBBED ' WS-BIG-FMT
005130         DELIMITED BY SIZE INTO WS-REG-LINE
005140     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE.
005150 4000-EXIT.
005160     EXIT.
005170 4010-READ-ONE-ORDER.
005180     READ FULFILL-ORDERS
005190         AT END
005200             MOVE 'Y' TO WS-EOF-SW
005210         NOT AT END
005215             PERFORM 4020-SCRUB-ONE-ORDER THRU 4020-EXIT
005220     END-READ.
005222 4010-EXIT.
005224     EXIT.
005226 4020-SCRUB-ONE-ORDER.
005230     ADD 1 TO WS-FO-READ-CNT
005240     IF FO-DET-TYPE = 'D' AND FO-DET-NAME NOT = WS-TOMBSTONE-NAME
005250         AND PG-COUNT > ZERO
005260         MOVE FO-DET-RECIP-ID TO WS-CHECK-ID
005270         PERFORM 2500-CHECK-PURGED-ID THRU 2500-EXIT
005280         IF WS-HIT-FOUND
005290             MOVE WS-TOMBSTONE-NAME TO FO-DET-NAME
005300             MOVE SPACES TO FO-DET-ADDR-1
005310             MOVE SPACES TO FO-DET-ADDR-2
005320             MOVE SPACES TO FO-DET-POSTAL
005330             ADD 1 TO WS-FO-CAT-SCRUB
005340             ADD 1 TO WS-FO-SCRUB-CNT
005350         END-IF
005360     END-IF
005370     WRITE FULFILL-ORDERS-NEW-REC FROM FULFILL-ORDERS-REC.
005380 4020-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------*
005410*  9000-TERMINATE - TOTALS, THE OFFICER'S SIGN-OFF, AND THE      *
005420*  RETURN CODE: 0 CLEAN, 4 A NAMED CATALOG HAD NO KEPT EXTRACT.  *
005430*----------------------------------------------------------------*
005440 9000-TERMINATE.
005450     MOVE SPACES TO WS-REG-LINE
005460     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
005470     MOVE WS-READ-CNT TO WS-CNT-FMT
005480     MOVE SPACES TO WS-REG-LINE
005490     STRING 'RECIPIENTS READ       ' WS-CNT-FMT
005500         DELIMITED BY SIZE INTO WS-REG-LINE
005510     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
005520     MOVE WS-ACTIVE-CNT TO WS-CNT-FMT
005530     MOVE SPACES TO WS-REG-LINE
005540     STRING 'ACTIVE, NOT TOUCHED   ' WS-CNT-FMT
005550         DELIMITED BY SIZE INTO WS-REG-LINE
005560     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
005570     MOVE WS-RETAINED-CNT TO WS-CNT-FMT
005580     MOVE SPACES TO WS-REG-LINE
005590     STRING 'SUPPRESSED, RETAINED  ' WS-CNT-FMT
005600         DELIMITED BY SIZE INTO WS-REG-LINE
005610     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
005620     MOVE WS-CLOCK-CNT TO WS-CNT-FMT
005630     MOVE SPACES TO WS-REG-LINE
005640     STRING '  OF WHICH CLOCK START' WS-CNT-FMT
005650         DELIMITED BY SIZE INTO WS-REG-LINE
005660     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
005670     MOVE WS-PURGED-CNT TO WS-CNT-FMT
005680     MOVE SPACES TO WS-REG-LINE
005690     STRING 'PURGED THIS RUN       ' WS-CNT-FMT
005700         DELIMITED BY SIZE INTO WS-REG-LINE
005710     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
005720     MOVE WS-EARLIER-CNT TO WS-CNT-FMT
005730     MOVE SPACES TO WS-REG-LINE
005740     STRING 'PURGED EARLIER        ' WS-CNT-FMT
005750         DELIMITED BY SIZE INTO WS-REG-LINE
005760     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
005770     MOVE WS-FO-SCRUB-CNT TO WS-BIG-FMT
005780     MOVE SPACES TO WS-REG-LINE
005790     STRING 'ORDER LINES SCRUBBED' WS-BIG-FMT
005800         DELIMITED BY SIZE INTO WS-REG-LINE
005810     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
005820     MOVE SPACES TO WS-REG-LINE
005830     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
005840     MOVE SPACES TO WS-REG-LINE
005850     STRING 'REVIEWED - DATA PROTECTION OFFICER '
005860         '______________________  DATE ________'
005870         DELIMITED BY SIZE INTO WS-REG-LINE
005880     WRITE PURGE-REGISTER-REC FROM WS-REG-LINE
005890     CLOSE PURGE-REGISTER
005900     IF WS-FO-MISSING-CNT > ZERO
005910         MOVE 4 TO RETURN-CODE
005920     END-IF.
005930 9000-EXIT.
005940     EXIT.
