000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCPTHIST.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW CUSTOMER-SERVICE INQUIRY BY RECIPIENT    *
000110*                   ID.  PRINTS THE RECIPIENT AS NOW ON FILE,    *
000120*                   THEN EVERY MAIL-HISTORY RECORD THE LETTER    *
000130*                   PASS LEFT FOR THEM ACROSS ALL SEASONS -      *
000140*                   LETTERS PRINTED (RUN DATE, DAY RANGE, THE    *
000150*                   ADDRESS ACTUALLY USED, FULFILLMENT ORDERS    *
000160*                   CUT, LIVE OR PROOF) AND RUNS THAT SKIPPED    *
000170*                   THEM AS SUPPRESSED, WITH THE REASON - AND    *
000180*                   FOR EACH SEASON THEY WERE MAILED LIVE, THE   *
000190*                   GIFT WORDING AS ARCHIVED THAT YEAR.  "WHAT   *
000200*                   DID YOU SEND ME LAST YEAR, AND WHEN" IS NOW  *
000210*                   ONE JOB, NOT A SEARCH THROUGH OLD PRINTOUTS. *
000212*  10/15/2026 RA    RUNS THAT HELD THE RECIPIENT OUT AS A        *
000214*                   CAMPAIGN CONTROL CELL, OR DID NOT SELECT     *
000216*                   THEM, ARE LISTED WITH THE SELECTION ID.      *
000217*  10/15/2026 RA    RETURNED-MAIL EVENTS LOGGED BY RCPTUNDL ARE  *
000218*                   LISTED WITH THE ADDRESS THE PIECE CARRIED,   *
000219*                   AND THE STATUS AND PURGE DATES ON THE MASTER *
000220*                   ARE SHOWN.                                   *
000221*  10/15/2026 RA    LETTERS SENT BY E-MAIL ARE LISTED AND        *
000222*                   COUNTED WITH THE PRINTED ONES (AND PULL THAT *
000223*                   SEASON'S WORDING LIKE THEM), WITH THE        *
000224*                   ADDRESS USED; E-MAIL BOUNCES LOGGED BY       *
000225*                   RCPTBNCE ARE LISTED AND COUNTED.  THE        *
000226*                   MASTER'S CHANNEL AND E-MAIL ADDRESS ARE      *
000227*                   SHOWN.                                       *
000228*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     COPY RCPTSEL.
000270     COPY MHSTSEL.
000280     COPY ARCHSEL.
000290     SELECT HIST-INQUIRY-RPT ASSIGN TO RCPTHRPT
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-HRPT-FS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340     COPY RCPTFD.
000350     COPY MHSTFD.
000360     COPY ARCHFD.
000370 FD  HIST-INQUIRY-RPT
000380     RECORDING MODE IS F.
000390 01  HIST-INQUIRY-REC              PIC X(80).
000400 WORKING-STORAGE SECTION.
000410     COPY RCPTWS.
000420     COPY MHSTWS.
000430     COPY ARCHWS.
000440 77  WS-HRPT-FS                    PIC X(2)  VALUE '00'.
000450*----------------------------------------------------------------*
000460*  PARM CARD: THE SIX-CHARACTER RECIPIENT ID TO LOOK UP.         *
000470*----------------------------------------------------------------*
000480 01  WS-INQ-PARM.
000490     05  WS-INQ-RECIP-ID           PIC X(6).
000500     05  FILLER                    PIC X(74).
000510 01  WS-MHST-EOF-SW                PIC X(1)  VALUE 'N'.
000520     88  WS-MHST-EOF                         VALUE 'Y'.
000530 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
000540     88  WS-HIT-FOUND                        VALUE 'Y'.
000550 01  WS-ON-MASTER-SW               PIC X(1)  VALUE 'N'.
000560     88  WS-ON-MASTER                        VALUE 'Y'.
000570*----------------------------------------------------------------*
000580*  SEASONS MAILED LIVE - ONE ENTRY PER SEASON AND CATALOG, WITH  *
000590*  THE HIGHEST GIFT DAY ANY OF THAT SEASON'S LETTERS REACHED,    *
000600*  SO THE WORDING PRINTED COVERS EVERY GIFT LINE THEY WERE SENT. *
000610*----------------------------------------------------------------*
000620 77  WS-SEAS-MAX                   PIC 9(2) COMP VALUE 50.
000630 77  SEAS-COUNT                    PIC 9(2) COMP VALUE ZERO.
000640 77  SEAS-IDX                      PIC 9(2) COMP VALUE ZERO.
000650 77  SEAS-HIT-IDX                  PIC 9(2) COMP VALUE ZERO.
000660 01  SEAS-TABLE.
000670     05  SEAS-ENTRY OCCURS 50.
000680         10  SEAS-YEAR             PIC 9(4).
000690         10  SEAS-CATALOG          PIC X(2).
000700         10  SEAS-MAX-DAY          PIC 9(2).
000710*----------------------------------------------------------------*
000720*  ONE SEASON'S ARCHIVED WORDING, BY GIFT DAY.                   *
000730*----------------------------------------------------------------*
000740 01  WORD-TABLE.
000750     05  WORD-ENTRY OCCURS 99.
000760         10  WORD-TEXT             PIC X(26).
000770         10  WORD-FOUND-SW         PIC X(1).
000780 77  WORD-IDX                      PIC 9(3) COMP VALUE ZERO.
000790 77  WS-HIST-CNT                   PIC 9(5) COMP VALUE ZERO.
000800 77  WS-LETTER-HIST-CNT            PIC 9(5) COMP VALUE ZERO.
000810 77  WS-SKIP-HIST-CNT              PIC 9(5) COMP VALUE ZERO.
000815 77  WS-RETURN-HIST-CNT            PIC 9(5) COMP VALUE ZERO.
000817 77  WS-BOUNCE-HIST-CNT            PIC 9(5) COMP VALUE ZERO.
000820 77  WS-NO-WORDING-CNT             PIC 9(5) COMP VALUE ZERO.
000830 77  WS-CNT-FMT                    PIC ZZZZ9.
000840 77  WS-FO-FMT                     PIC ZZZ9.
000850 77  WS-DAY-FMT                    PIC Z9.
000860 01  WS-EVENT-TEXT                 PIC X(24) VALUE SPACES.
000870 01  WS-MODE-TEXT                  PIC X(6)  VALUE SPACES.
000880 01  WS-STATUS-TEXT                PIC X(13) VALUE SPACES.
000890 01  WS-RPT-LINE                   PIC X(80).
000900 PROCEDURE DIVISION.
000910*----------------------------------------------------------------*
000920*  0000-MAINLINE - SHOW THE RECIPIENT, THE HISTORY, AND THE      *
000930*  WORDING FOR EACH SEASON MAILED.                               *
000940*----------------------------------------------------------------*
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000970     PERFORM 1200-SHOW-RECIPIENT THRU 1200-EXIT
000980     PERFORM 2000-LIST-HISTORY THRU 2000-EXIT
000990     PERFORM 3000-PRINT-ONE-SEASON THRU 3000-EXIT
001000         VARYING SEAS-IDX FROM 1 BY 1
001010         UNTIL SEAS-IDX > SEAS-COUNT
001020     PERFORM 9000-TERMINATE THRU 9000-EXIT
001030     GOBACK.
001040*----------------------------------------------------------------*
001050*  1000-INITIALIZE - READ THE RECIPIENT ID, OPEN THE REPORT.     *
001060*  NO ID IS A JCL ERROR AND STOPS THE RUN.                       *
001070*----------------------------------------------------------------*
001080 1000-INITIALIZE.
001090     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001100     MOVE SPACES TO WS-INQ-PARM
001110     ACCEPT WS-INQ-PARM FROM SYSIN
001120     IF WS-INQ-RECIP-ID = SPACES
001130         DISPLAY 'RCPTHIST - NO RECIPIENT ID ON THE PARM CARD'
001140         MOVE 16 TO RETURN-CODE
001150         STOP RUN
001160     END-IF
001170     OPEN OUTPUT HIST-INQUIRY-RPT
001180     IF WS-HRPT-FS NOT = '00'
001190         DISPLAY 'RCPTHIST - UNABLE TO OPEN HIST-INQUIRY-RPT,'
001200             ' STATUS ' WS-HRPT-FS
001210         MOVE 16 TO RETURN-CODE
001220         STOP RUN
001230     END-IF
001240     MOVE SPACES TO WS-RPT-LINE
001250     STRING 'RECIPIENT MAILING HISTORY  RECIPIENT '
001260         WS-INQ-RECIP-ID '  RUN DATE ' WS-TODAY-DATE
001270         DELIMITED BY SIZE INTO WS-RPT-LINE
001280     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
001290     MOVE SPACES TO WS-RPT-LINE
001300     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE.
001310 1000-EXIT.
001320     EXIT.
001330*----------------------------------------------------------------*
001340*  1200-SHOW-RECIPIENT - THE RECIPIENT AS NOW ON FILE.  A        *
001350*  RECORD SINCE DELETED STILL HAS ITS HISTORY, SO NOT FINDING    *
001360*  IT ON THE MASTER IS NOTED, NOT FATAL.                         *
001370*----------------------------------------------------------------*
001380 1200-SHOW-RECIPIENT.
001390     OPEN INPUT RECIPIENT-MASTER
001400     IF WS-RCPT-FS = '35'
001410         GO TO 1200-PRINT
001420     END-IF
001430     IF WS-RCPT-FS NOT = '00'
001440         DISPLAY 'RCPTHIST - UNABLE TO OPEN RECIPIENT-MASTER,'
001450             ' STATUS ' WS-RCPT-FS
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN
001480     END-IF
001490     PERFORM 1210-READ-ONE-RECIPIENT THRU 1210-EXIT
001500         UNTIL WS-RCPT-EOF OR WS-ON-MASTER
001510     CLOSE RECIPIENT-MASTER.
001520 1200-PRINT.
001530     IF NOT WS-ON-MASTER
001540         MOVE SPACES TO WS-RPT-LINE
001550         STRING 'NOT ON RECIPIENT-MASTER' DELIMITED BY SIZE
001560             INTO WS-RPT-LINE
001570         WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
001580         GO TO 1200-EXIT
001590     END-IF
001600     MOVE RC-STATUS TO MH-RC-STATUS
001610     PERFORM 2300-DESCRIBE-STATUS THRU 2300-EXIT
001620     MOVE SPACES TO WS-RPT-LINE
001630     STRING 'NAME      ' RC-NAME DELIMITED BY SIZE
001640         INTO WS-RPT-LINE
001650     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
001660     MOVE SPACES TO WS-RPT-LINE
001670     STRING 'ADDRESS   ' RC-ADDR-LINE-1 DELIMITED BY SIZE
001680         INTO WS-RPT-LINE
001690     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
001700     MOVE SPACES TO WS-RPT-LINE
001710     STRING '          ' RC-ADDR-LINE-2 DELIMITED BY SIZE
001720         INTO WS-RPT-LINE
001730     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
001740     MOVE SPACES TO WS-RPT-LINE
001750     STRING 'POSTAL    ' RC-POSTAL-CODE '  CATALOG ' RC-CATALOG-ID
001760         '  STATUS ' WS-STATUS-TEXT
001770         DELIMITED BY SIZE INTO WS-RPT-LINE
001780     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
001782     IF RC-STATUS-DATE NOT NUMERIC
001783         MOVE ZERO TO RC-STATUS-DATE
001784     END-IF
001785     IF RC-PURGE-DATE NOT NUMERIC
001786         MOVE ZERO TO RC-PURGE-DATE
001787     END-IF
001788     MOVE SPACES TO WS-RPT-LINE
001789     STRING 'STATUS SET ' RC-STATUS-DATE '  PURGED ' RC-PURGE-DATE
001790         '  CHANNEL ' RC-CHANNEL
001791         DELIMITED BY SIZE INTO WS-RPT-LINE
001792     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
001793     MOVE SPACES TO WS-RPT-LINE
001795     STRING 'E-MAIL    ' RC-EMAIL-ADDR DELIMITED BY SIZE
001796         INTO WS-RPT-LINE
001797     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE.
001798 1200-EXIT.
001800     EXIT.
001810 1210-READ-ONE-RECIPIENT.
001820     READ RECIPIENT-MASTER
001830         AT END
001840             MOVE 'Y' TO WS-RCPT-EOF-SW
001850         NOT AT END
001860             IF RC-RECIP-ID = WS-INQ-RECIP-ID
001870                 MOVE 'Y' TO WS-ON-MASTER-SW
001880             END-IF
001890     END-READ.
001900 1210-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------*
001930*  2000-LIST-HISTORY - EVERY HISTORY RECORD FOR THE RECIPIENT,   *
001940*  IN THE ORDER THE RUNS WROTE THEM (OLDEST FIRST).  A LIVE      *
001950*  LETTER ALSO NOTES ITS SEASON FOR THE WORDING PULL.            *
001960*----------------------------------------------------------------*
001970 2000-LIST-HISTORY.
001980     MOVE SPACES TO WS-RPT-LINE
001990     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
002000     MOVE SPACES TO WS-RPT-LINE
002010     STRING 'SEASON CAT RUN DATE DAYS  EVENT                   '
002020         ' MODE     FO VARIANT'
002030         DELIMITED BY SIZE INTO WS-RPT-LINE
002040     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
002050     OPEN INPUT MAIL-HISTORY
002060     IF WS-MHST-FS = '35'
002070         GO TO 2000-EXIT
002080     END-IF
002090     IF WS-MHST-FS NOT = '00'
002100         DISPLAY 'RCPTHIST - UNABLE TO OPEN MAIL-HISTORY,'
002110             ' STATUS ' WS-MHST-FS
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF
002150     PERFORM 2010-READ-ONE-HISTORY THRU 2010-EXIT
002160         UNTIL WS-MHST-EOF
002170     CLOSE MAIL-HISTORY.
002180 2000-EXIT.
002190     EXIT.
002200 2010-READ-ONE-HISTORY.
002210     READ MAIL-HISTORY
002220         AT END
002230             MOVE 'Y' TO WS-MHST-EOF-SW
002240         NOT AT END
002250             IF MH-RECIP-ID = WS-INQ-RECIP-ID
002260                 PERFORM 2100-PRINT-ONE-HISTORY THRU 2100-EXIT
002270             END-IF
002280     END-READ.
002290 2010-EXIT.
002300     EXIT.
002310 2100-PRINT-ONE-HISTORY.
002320     ADD 1 TO WS-HIST-CNT
002330     EVALUATE TRUE
002340         WHEN MH-PROOF-RUN
002350             MOVE 'PROOF' TO WS-MODE-TEXT
002360         WHEN MH-REPLAY-RUN
002370             MOVE 'REPLAY' TO WS-MODE-TEXT
002380         WHEN OTHER
002390             MOVE 'LIVE' TO WS-MODE-TEXT
002400     END-EVALUATE
002410     IF MH-LETTER-PRINTED OR MH-EMAIL-SENT
002420         ADD 1 TO WS-LETTER-HIST-CNT
002430         MOVE 'LETTER PRINTED' TO WS-EVENT-TEXT
002432         IF MH-EMAIL-SENT
002434             MOVE 'SENT BY E-MAIL' TO WS-EVENT-TEXT
002436         END-IF
002440         MOVE MH-FO-COUNT TO WS-FO-FMT
002450     ELSE
002460         EVALUATE TRUE
002461             WHEN MH-RETURNED-MAIL
002462                 ADD 1 TO WS-RETURN-HIST-CNT
002463             WHEN MH-EMAIL-BOUNCED
002464                 ADD 1 TO WS-BOUNCE-HIST-CNT
002465             WHEN OTHER
002466                 ADD 1 TO WS-SKIP-HIST-CNT
002468         END-EVALUATE
002470         PERFORM 2300-DESCRIBE-STATUS THRU 2300-EXIT
002480         MOVE SPACES TO WS-EVENT-TEXT
002490         STRING 'SKIPPED - ' WS-STATUS-TEXT
002500             DELIMITED BY SIZE INTO WS-EVENT-TEXT
002510         MOVE ZERO TO WS-FO-FMT
002512         IF MH-HELD-OUT
002514             MOVE 'HELD OUT - CONTROL CELL' TO WS-EVENT-TEXT
002516         END-IF
002518         IF MH-NOT-SELECTED
002520             MOVE 'NOT SELECTED' TO WS-EVENT-TEXT
002522         END-IF
002523         IF MH-RETURNED-MAIL
002526             MOVE 'RETURNED UNDELIVERABLE' TO WS-EVENT-TEXT
002527         END-IF
002529         IF MH-EMAIL-BOUNCED
002531             MOVE 'E-MAIL BOUNCED' TO WS-EVENT-TEXT
002533         END-IF
002535     END-IF
002537     MOVE SPACES TO WS-RPT-LINE
002540     STRING MH-SEASON '   ' MH-CATALOG-ID '  ' MH-RUN-DATE ' '
002550         MH-START-DAY '-' MH-END-DAY ' ' WS-EVENT-TEXT ' '
002560         WS-MODE-TEXT ' ' WS-FO-FMT ' ' MH-PROGRAM-VARIANT
002570         DELIMITED BY SIZE INTO WS-RPT-LINE
002580     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
002582     IF MH-HELD-OUT OR MH-NOT-SELECTED
002584         MOVE SPACES TO WS-RPT-LINE
002586         STRING '           CAMPAIGN SELECTION ' MH-SELECT-ID
002588             DELIMITED BY SIZE INTO WS-RPT-LINE
002589         WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
002590     END-IF
002591     IF MH-EMAIL-SENT OR MH-EMAIL-BOUNCED
002592         MOVE SPACES TO WS-RPT-LINE
002593         STRING '           ' MH-EMAIL-ADDR
002594             DELIMITED BY SIZE INTO WS-RPT-LINE
002595         WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
002596     END-IF
002597     IF NOT MH-LETTER-PRINTED AND NOT MH-RETURNED-MAIL
002598         AND NOT MH-EMAIL-SENT
002600         GO TO 2100-EXIT
002610     END-IF
002620     MOVE SPACES TO WS-RPT-LINE
002630     STRING '           ' MH-NAME ' ' MH-POSTAL-CODE
002640         DELIMITED BY SIZE INTO WS-RPT-LINE
002650     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
002660     MOVE SPACES TO WS-RPT-LINE
002670     STRING '           ' MH-ADDR-LINE-1 ' ' MH-ADDR-LINE-2
002680         DELIMITED BY SIZE INTO WS-RPT-LINE
002690     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
002700     IF MH-LIVE-RUN AND (MH-LETTER-PRINTED OR MH-EMAIL-SENT)
002710         PERFORM 2200-NOTE-SEASON THRU 2200-EXIT
002720     END-IF.
002730 2100-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------*
002760*  2200-NOTE-SEASON - ADDS THE LETTER'S SEASON AND CATALOG TO    *
002770*  THE WORDING LIST, OR RAISES THAT ENTRY'S HIGHEST GIFT DAY.    *
002780*----------------------------------------------------------------*
002790 2200-NOTE-SEASON.
002800     MOVE ZERO TO SEAS-HIT-IDX
002810     PERFORM 2210-MATCH-ONE-SEASON THRU 2210-EXIT
002820         VARYING SEAS-IDX FROM 1 BY 1
002830         UNTIL SEAS-IDX > SEAS-COUNT OR SEAS-HIT-IDX > ZERO
002840     IF SEAS-HIT-IDX = ZERO
002850         IF SEAS-COUNT >= WS-SEAS-MAX
002860             DISPLAY 'RCPTHIST - MORE THAN ' WS-SEAS-MAX
002870                 ' SEASONS MAILED, TABLE FULL'
002880             MOVE 16 TO RETURN-CODE
002890             STOP RUN
002900         END-IF
002910         ADD 1 TO SEAS-COUNT
002920         MOVE SEAS-COUNT TO SEAS-HIT-IDX
002930         MOVE MH-SEASON TO SEAS-YEAR (SEAS-HIT-IDX)
002940         MOVE MH-CATALOG-ID TO SEAS-CATALOG (SEAS-HIT-IDX)
002950         MOVE ZERO TO SEAS-MAX-DAY (SEAS-HIT-IDX)
002960     END-IF
002970     IF MH-END-DAY > SEAS-MAX-DAY (SEAS-HIT-IDX)
002980         MOVE MH-END-DAY TO SEAS-MAX-DAY (SEAS-HIT-IDX)
002990     END-IF.
003000 2200-EXIT.
003010     EXIT.
003020 2210-MATCH-ONE-SEASON.
003030     IF SEAS-YEAR (SEAS-IDX) = MH-SEASON
003040         AND SEAS-CATALOG (SEAS-IDX) = MH-CATALOG-ID
003050         MOVE SEAS-IDX TO SEAS-HIT-IDX
003060     END-IF.
003070 2210-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------*
003100*  2300-DESCRIBE-STATUS - SUPPRESSION REASON IN WORDS FOR THE    *
003110*  STATUS IN MH-RC-STATUS.                                       *
003120*----------------------------------------------------------------*
003130 2300-DESCRIBE-STATUS.
003140     EVALUATE MH-RC-STATUS
003150         WHEN ' '
003160         WHEN 'A'
003170             MOVE 'ACTIVE' TO WS-STATUS-TEXT
003180         WHEN 'O'
003190             MOVE 'OPTED OUT' TO WS-STATUS-TEXT
003200         WHEN 'D'
003210             MOVE 'DECEASED' TO WS-STATUS-TEXT
003220         WHEN 'G'
003230             MOVE 'GONE AWAY' TO WS-STATUS-TEXT
003240         WHEN 'U'
003250             MOVE 'UNDELIVERABLE' TO WS-STATUS-TEXT
003260         WHEN 'M'
003270             MOVE 'MERGED AWAY' TO WS-STATUS-TEXT
003280         WHEN OTHER
003290             MOVE SPACES TO WS-STATUS-TEXT
003300             STRING 'STATUS ' MH-RC-STATUS
003310                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
003320     END-EVALUATE.
003330 2300-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------*
003360*  3000-PRINT-ONE-SEASON - THE GIFT WORDING ARCHIVED FOR ONE     *
003370*  SEASON AND CATALOG MAILED LIVE, DAY 1 TO THE HIGHEST DAY      *
003380*  THE RECIPIENT'S LETTERS REACHED.  A SEASON WITH NOTHING IN    *
003390*  THE ARCHIVE IS SAID SO, NOT SKIPPED.                          *
003400*----------------------------------------------------------------*
003410 3000-PRINT-ONE-SEASON.
003420     PERFORM 3010-CLEAR-ONE-WORD THRU 3010-EXIT
003430         VARYING WORD-IDX FROM 1 BY 1
003440         UNTIL WORD-IDX > 99
003450     MOVE 'N' TO WS-ARCH-EOF-SW
003460     MOVE 'N' TO WS-HIT-SW
003470     OPEN INPUT GIFT-ARCHIVE
003480     IF WS-ARCH-FS = '00'
003490         PERFORM 3020-READ-ONE-ARCHIVE THRU 3020-EXIT
003500             UNTIL WS-ARCH-EOF
003510         CLOSE GIFT-ARCHIVE
003520     END-IF
003530     MOVE SPACES TO WS-RPT-LINE
003540     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
003550     MOVE SPACES TO WS-RPT-LINE
003560     STRING 'WORDING MAILED - SEASON ' SEAS-YEAR (SEAS-IDX)
003570         '  CATALOG ' SEAS-CATALOG (SEAS-IDX)
003580         DELIMITED BY SIZE INTO WS-RPT-LINE
003590     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
003600     IF NOT WS-HIT-FOUND
003610         ADD 1 TO WS-NO-WORDING-CNT
003620         MOVE SPACES TO WS-RPT-LINE
003630         STRING '  NO ARCHIVED WORDING ON FILE FOR THIS SEASON'
003640             DELIMITED BY SIZE INTO WS-RPT-LINE
003650         WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
003660         GO TO 3000-EXIT
003670     END-IF
003680     PERFORM 3030-PRINT-ONE-DAY THRU 3030-EXIT
003690         VARYING WORD-IDX FROM 1 BY 1
003700         UNTIL WORD-IDX > SEAS-MAX-DAY (SEAS-IDX).
003710 3000-EXIT.
003720     EXIT.
003730 3010-CLEAR-ONE-WORD.
003740     MOVE SPACES TO WORD-TEXT (WORD-IDX)
003750     MOVE 'N' TO WORD-FOUND-SW (WORD-IDX).
003760 3010-EXIT.
003770     EXIT.
003780 3020-READ-ONE-ARCHIVE.
003790     READ GIFT-ARCHIVE
003800         AT END
003810             MOVE 'Y' TO WS-ARCH-EOF-SW
003820         NOT AT END
003830             IF ARCH-YEAR = SEAS-YEAR (SEAS-IDX)
003840                 AND ARCH-CATALOG-ID = SEAS-CATALOG (SEAS-IDX)
003850                 AND ARCH-DAY-NO > ZERO
003860                 MOVE ARCH-GIFT-TEXT TO WORD-TEXT (ARCH-DAY-NO)
003870                 MOVE 'Y' TO WORD-FOUND-SW (ARCH-DAY-NO)
003880                 MOVE 'Y' TO WS-HIT-SW
003890             END-IF
003900     END-READ.
003910 3020-EXIT.
003920     EXIT.
003930 3030-PRINT-ONE-DAY.
003940     MOVE WORD-IDX TO WS-DAY-FMT
003950     MOVE SPACES TO WS-RPT-LINE
003960     IF WORD-FOUND-SW (WORD-IDX) = 'Y'
003970         STRING '  DAY ' WS-DAY-FMT '  ' WORD-TEXT (WORD-IDX)
003980             DELIMITED BY SIZE INTO WS-RPT-LINE
003990     ELSE
004000         STRING '  DAY ' WS-DAY-FMT '  (NOT IN ARCHIVE)'
004010             DELIMITED BY SIZE INTO WS-RPT-LINE
004020     END-IF
004030     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE.
004040 3030-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------*
004070*  9000-TERMINATE - TOTALS AND RETURN CODE: 0 FOUND, 4 THE ID    *
004080*  IS ON NEITHER THE MASTER NOR THE HISTORY, OR A SEASON MAILED  *
004090*  HAS NO ARCHIVED WORDING.                                      *
004100*----------------------------------------------------------------*
004110 9000-TERMINATE.
004120     MOVE SPACES TO WS-RPT-LINE
004130     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
004140     MOVE WS-LETTER-HIST-CNT TO WS-CNT-FMT
004150     MOVE SPACES TO WS-RPT-LINE
004160     STRING 'LETTERS ON HISTORY    ' WS-CNT-FMT
004170         DELIMITED BY SIZE INTO WS-RPT-LINE
004180     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
004190     MOVE WS-SKIP-HIST-CNT TO WS-CNT-FMT
004200     MOVE SPACES TO WS-RPT-LINE
004210     STRING 'TIMES SKIPPED         ' WS-CNT-FMT
004220         DELIMITED BY SIZE INTO WS-RPT-LINE
004230     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
004232     MOVE WS-RETURN-HIST-CNT TO WS-CNT-FMT
004234     MOVE SPACES TO WS-RPT-LINE
004236     STRING 'PIECES RETURNED       ' WS-CNT-FMT
004237         DELIMITED BY SIZE INTO WS-RPT-LINE
004238     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
004239     MOVE WS-BOUNCE-HIST-CNT TO WS-CNT-FMT
004241     MOVE SPACES TO WS-RPT-LINE
004243     STRING 'E-MAILS BOUNCED       ' WS-CNT-FMT
004244         DELIMITED BY SIZE INTO WS-RPT-LINE
004246     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
004248     MOVE SEAS-COUNT TO WS-CNT-FMT
004250     MOVE SPACES TO WS-RPT-LINE
004260     STRING 'SEASONS MAILED LIVE   ' WS-CNT-FMT
004270         DELIMITED BY SIZE INTO WS-RPT-LINE
004280     WRITE HIST-INQUIRY-REC FROM WS-RPT-LINE
004290     CLOSE HIST-INQUIRY-RPT
004300     IF (WS-HIST-CNT = ZERO AND NOT WS-ON-MASTER)
004310         OR WS-NO-WORDING-CNT > ZERO
004320         MOVE 4 TO RETURN-CODE
004330     END-IF.
004340 9000-EXIT.
004350     EXIT.
