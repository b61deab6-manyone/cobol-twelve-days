000260*                   NIGHT.  RC 8 ON A CROSS-FOOT FAILURE, RC 4   *
000270*                   ON EXCEPTIONS (MISSING INPUTS, UNMATCHED     *
000280*                   ACKNOWLEDGMENTS).                            *
000282*  10/15/2026 RA    GL FEED RECORD WIDENED FOR VENDOR BILLING    *
000284*                   CURRENCY; VENDOR SPEND STILL COMES FROM THE  *
000286*                   HOME-CURRENCY AMOUNT THE TRAILER HASHES.     *
000287*  10/15/2026 RA    PICKS UP THE POSTAGE COST FILE POSTCALC      *
000288*                   WRITES: POSTAGE AND SPEND WITH POSTAGE ON    *
000289*                   THE SUMMARY, A POSTAGE PER CATALOG SECTION,  *
000291*                   POSTAGE PIECES CROSS-FOOTED TO LETTERS       *
000292*                   MAILED, AND AN UNCOSTED CATALOG NOTED AS AN  *
000293*                   EXCEPTION.                                   *
000296*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000470     SELECT SEASON-PACK-RPT ASSIGN TO GIFTSPAK
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PAK-FS.
000492     SELECT POSTAGE-COST-IN ASSIGN TO GIFTPCST
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-PCI-FS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520     COPY VNDFD.
000580     RECORDING MODE IS F.
000590 01  GLFEED-IN-REC.
000600     05  GLI-REC-TYPE              PIC X(1).
000610     05  GLI-REC-BODY              PIC X(49).
000620 01  GLFEED-IN-DET-REC REDEFINES GLFEED-IN-REC.
000630     05  GLI-DET-TYPE              PIC X(1).
000640     05  GLI-DET-VENDOR-CODE       PIC X(3).
000660     05  GLI-DET-CATALOG-ID        PIC X(2).
000670     05  GLI-DET-AMOUNT            PIC 9(11)V99.
000680     05  GLI-DET-DR-CR             PIC X(1).
000682     05  GLI-DET-CURRENCY          PIC X(3).
000684     05  GLI-DET-TRAN-AMOUNT       PIC 9(11)V99.
000686     05  GLI-DET-RATE              PIC 9(4)V9(6).
000690 01  GLFEED-IN-TRL-REC REDEFINES GLFEED-IN-REC.
000700     05  GLI-TRL-TYPE              PIC X(1).
000710     05  GLI-TRL-REC-COUNT         PIC 9(6).
000720     05  GLI-TRL-HASH-AMT          PIC 9(13)V99.
000725     05  GLI-TRL-CURRENCY          PIC X(3).
000730     05  FILLER                    PIC X(25).
000740 FD  MANIFEST-IN
000750     RECORDING MODE IS F.
000760 01  MANIFEST-IN-REC               PIC X(80).
000870 FD  SEASON-PACK-RPT
000880     RECORDING MODE IS F.
000890 01  SEASON-PACK-REC               PIC X(80).
000892 FD  POSTAGE-COST-IN
000893     RECORDING MODE IS F.
000894 01  POSTAGE-COST-IN-REC.
000895     05  PCI-SEASON                PIC 9(4).
000896     05  PCI-CATALOG-ID            PIC X(2).
000897     05  PCI-PIECES                PIC 9(7).
000898     05  PCI-AMOUNT                PIC 9(9)V99.
000899     05  PCI-RUN-DATE              PIC 9(8).
000900 WORKING-STORAGE SECTION.
000910     COPY VNDWS.
000920     COPY AUDITWS.
000950 77  WS-MANI-FS                    PIC X(2)  VALUE '00'.
000960 77  WS-ACK-FS                     PIC X(2)  VALUE '00'.
000970 77  WS-PAK-FS                     PIC X(2)  VALUE '00'.
000975 77  WS-PCI-FS                     PIC X(2)  VALUE '00'.
000980 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000990 77  WS-PACK-YEAR                  PIC 9(4)  VALUE ZERO.
001000 01  WS-PACK-PARM.
001230         10  CAT-SUM-QTY           PIC 9(9).
001240         10  CAT-SUM-SPEND         PIC 9(13)V99.
001250         10  CAT-SUM-MISSING-SW    PIC X(1).
001252         10  CAT-SUM-POSTAGE       PIC 9(9)V99.
001254         10  CAT-SUM-POST-PCS      PIC 9(7).
001256         10  CAT-SUM-COSTED-SW     PIC X(1).
001260 77  WS-VSUM-MAX                   PIC 9(2) COMP VALUE 20.
001270 77  VSUM-COUNT                    PIC 9(2) COMP VALUE ZERO.
001280 77  VSUM-IDX                      PIC 9(2) COMP VALUE ZERO.
001340 77  WS-TOT-QTY                    PIC 9(11) VALUE ZERO.
001350 77  WS-TOT-SPEND-CAT              PIC 9(13)V99 VALUE ZERO.
001360 77  WS-TOT-SPEND-VND              PIC 9(13)V99 VALUE ZERO.
001362 77  WS-TOT-POSTAGE                PIC 9(13)V99 VALUE ZERO.
001364 77  WS-TOT-SPEND-ALL              PIC 9(13)V99 VALUE ZERO.
001370 77  WS-GL-DET-AMT-SUM             PIC 9(13)V99 VALUE ZERO.
001380 77  WS-GL-DET-CNT                 PIC 9(6) COMP VALUE ZERO.
001390 77  WS-SENT-CNT                   PIC 9(4) COMP VALUE ZERO.
001890     PERFORM 2000-GATHER-ONE-CATALOG THRU 2000-EXIT
001900         VARYING WS-CAT-IDX FROM 1 BY 1
001910         UNTIL WS-CAT-IDX > 10
001915     PERFORM 2500-GATHER-POSTAGE THRU 2500-EXIT
001920     PERFORM 2600-GATHER-EXTRACTS THRU 2600-EXIT
001930     PERFORM 2700-GATHER-AUDIT THRU 2700-EXIT
001940     PERFORM 2800-CROSS-FOOT THRU 2800-EXIT
002410     MOVE ZERO TO CAT-SUM-QTY (WS-CAT-IDX)
002420     MOVE ZERO TO CAT-SUM-SPEND (WS-CAT-IDX)
002430     MOVE 'N' TO CAT-SUM-MISSING-SW (WS-CAT-IDX)
002432     MOVE ZERO TO CAT-SUM-POSTAGE (WS-CAT-IDX)
002434     MOVE ZERO TO CAT-SUM-POST-PCS (WS-CAT-IDX)
002436     MOVE 'N' TO CAT-SUM-COSTED-SW (WS-CAT-IDX)
002440     PERFORM 2100-POINT-CATALOG-DDS THRU 2100-EXIT
002450     PERFORM 2200-READ-TALLY THRU 2200-EXIT
002460     PERFORM 2300-READ-GLFEED THRU 2300-EXIT
004230             END-IF
004240     END-READ.
004250 2410-EXIT.
004251     EXIT.
004252*----------------------------------------------------------------*
004253*  2500-GATHER-POSTAGE - THE SEASON'S POSTAGE COST RECORD FOR    *
004254*  EACH CATALOG IN THE LIST, AS POSTCALC PRICED IT FROM THE      *
004255*  MANIFEST.  A MISSING FILE LEAVES EVERY CATALOG UNCOSTED.      *
004256*----------------------------------------------------------------*
004257 2500-GATHER-POSTAGE.
004258     MOVE 'N' TO WS-EOF-SW
004259     OPEN INPUT POSTAGE-COST-IN
004260     IF WS-PCI-FS = '35'
004261         GO TO 2500-EXIT
004262     END-IF
004263     IF WS-PCI-FS NOT = '00'
004264         DISPLAY 'SEASNPAK - UNABLE TO OPEN POSTAGE-COST-IN,'
004265             ' STATUS ' WS-PCI-FS
004266         MOVE 16 TO RETURN-CODE
004267         STOP RUN
004268     END-IF
004269     PERFORM 2510-READ-ONE-POSTAGE THRU 2510-EXIT
004270         UNTIL WS-IN-EOF
004271     CLOSE POSTAGE-COST-IN.
004272 2500-EXIT.
004273     EXIT.
004274 2510-READ-ONE-POSTAGE.
004275     READ POSTAGE-COST-IN
004276         AT END
004277             MOVE 'Y' TO WS-EOF-SW
004278         NOT AT END
004279             IF PCI-SEASON = WS-PACK-YEAR
004280                 PERFORM 2520-MATCH-ONE-POSTAGE THRU 2520-EXIT
004281                     VARYING WS-CAT-IDX FROM 1 BY 1
004282                     UNTIL WS-CAT-IDX > 10
004283             END-IF
004284     END-READ.
004285 2510-EXIT.
004286     EXIT.
004287 2520-MATCH-ONE-POSTAGE.
004288     IF WS-PARM-CAT-ID (WS-CAT-IDX) NOT = SPACES
004289         AND CAT-SUM-ID (WS-CAT-IDX) = PCI-CATALOG-ID
004290         MOVE PCI-AMOUNT TO CAT-SUM-POSTAGE (WS-CAT-IDX)
004291         MOVE PCI-PIECES TO CAT-SUM-POST-PCS (WS-CAT-IDX)
004292         MOVE 'Y' TO CAT-SUM-COSTED-SW (WS-CAT-IDX)
004293     END-IF.
004294 2520-EXIT.
004295     EXIT.
004296*----------------------------------------------------------------*
004297*  2600-GATHER-EXTRACTS - EXTRACTS SENT IN THE SEASON YEAR       *
004298*  VERSUS ACKNOWLEDGMENTS THAT MATCH THEM, THE SAME MATCH        *
004300*  VENDACK APPLIES.  MISSING FILES MEAN NOTHING SENT OR          *
004310*  NOTHING BACK YET.                                             *
004320*----------------------------------------------------------------*
005920     MOVE ZERO TO WS-TOT-LETTERS
005930     MOVE ZERO TO WS-TOT-QTY
005940     MOVE ZERO TO WS-TOT-SPEND-CAT
005945     MOVE ZERO TO WS-TOT-POSTAGE
005950     PERFORM 2810-SUM-ONE-CATALOG THRU 2810-EXIT
005960         VARYING WS-CAT-IDX FROM 1 BY 1
005970         UNTIL WS-CAT-IDX > 10
005975     COMPUTE WS-TOT-SPEND-ALL = WS-TOT-SPEND-CAT + WS-TOT-POSTAGE
005980     MOVE ZERO TO WS-TOT-SPEND-VND
005990     PERFORM 2820-SUM-ONE-VENDOR THRU 2820-EXIT
006000         VARYING VSUM-IDX FROM 1 BY 1
006110         ADD CAT-SUM-LETTERS (WS-CAT-IDX) TO WS-TOT-LETTERS
006120         ADD CAT-SUM-QTY (WS-CAT-IDX) TO WS-TOT-QTY
006130         ADD CAT-SUM-SPEND (WS-CAT-IDX) TO WS-TOT-SPEND-CAT
006132         ADD CAT-SUM-POSTAGE (WS-CAT-IDX) TO WS-TOT-POSTAGE
006134         PERFORM 2815-CHECK-ONE-POSTAGE THRU 2815-EXIT
006140     END-IF.
006141 2810-EXIT.
006142     EXIT.
006144*----------------------------------------------------------------*
006145*  2815-CHECK-ONE-POSTAGE - AN UNCOSTED CATALOG IS AN EXCEPTION; *
006146*  A COSTED ONE MUST HAVE PAID POSTAGE ON EXACTLY THE LETTERS    *
006148*  ITS MANIFEST SAYS WERE MAILED.                                *
006149*----------------------------------------------------------------*
006150 2815-CHECK-ONE-POSTAGE.
006152     IF CAT-SUM-COSTED-SW (WS-CAT-IDX) NOT = 'Y'
006153         ADD 1 TO WS-EXCEPTION-CNT
006155         GO TO 2815-EXIT
006156     END-IF
006157     IF CAT-SUM-POST-PCS (WS-CAT-IDX)
006159         NOT = CAT-SUM-LETTERS (WS-CAT-IDX)
006160         ADD 1 TO WS-XFOOT-FAIL-CNT
006161         DISPLAY 'SEASNPAK - POSTAGE PIECES DO NOT AGREE WITH'
006163             ' LETTERS MAILED FOR CATALOG '
006164             CAT-SUM-ID (WS-CAT-IDX)
006165     END-IF.
006167 2815-EXIT.
006168     EXIT.
006170 2820-SUM-ONE-VENDOR.
006180     ADD VSUM-AMT (VSUM-IDX) TO WS-TOT-SPEND-VND.
006190 2820-EXIT.
006470     STRING '  SEASON SPEND          ' WS-AMT-FMT
006480         DELIMITED BY SIZE INTO WS-RPT-LINE
006490     WRITE SEASON-PACK-REC FROM WS-RPT-LINE
006491     MOVE WS-TOT-POSTAGE TO WS-AMT-FMT
006492     MOVE SPACES TO WS-RPT-LINE
006493     STRING '  POSTAGE               ' WS-AMT-FMT
006494         DELIMITED BY SIZE INTO WS-RPT-LINE
006495     WRITE SEASON-PACK-REC FROM WS-RPT-LINE
006496     MOVE WS-TOT-SPEND-ALL TO WS-AMT-FMT
006497     MOVE SPACES TO WS-RPT-LINE
006498     STRING '  SPEND WITH POSTAGE    ' WS-AMT-FMT
006499         DELIMITED BY SIZE INTO WS-RPT-LINE
006500     WRITE SEASON-PACK-REC FROM WS-RPT-LINE
006501     MOVE WS-SENT-CNT TO WS-CNT-FMT
006510     MOVE SPACES TO WS-RPT-LINE
006520     STRING '  EXTRACTS SENT         ' WS-CNT-FMT
006530         DELIMITED BY SIZE INTO WS-RPT-LINE
006820     PERFORM 3100-PRINT-ONE-CATALOG THRU 3100-EXIT
006830         VARYING WS-CAT-IDX FROM 1 BY 1
006840         UNTIL WS-CAT-IDX > 10
006841     MOVE SPACES TO WS-RPT-LINE
006842     WRITE SEASON-PACK-REC FROM WS-RPT-LINE
006843     MOVE 'POSTAGE PER CATALOG' TO WS-RPT-LINE
006844     WRITE SEASON-PACK-REC FROM WS-RPT-LINE
006845     PERFORM 3150-PRINT-ONE-POSTAGE THRU 3150-EXIT
006846         VARYING WS-CAT-IDX FROM 1 BY 1
006847         UNTIL WS-CAT-IDX > 10
006850     MOVE SPACES TO WS-RPT-LINE
006860     WRITE SEASON-PACK-REC FROM WS-RPT-LINE
006870     MOVE 'SPEND PER VENDOR' TO WS-RPT-LINE
007200     WRITE SEASON-PACK-REC FROM WS-RPT-LINE.
007210 3100-EXIT.
007220     EXIT.
007221 3150-PRINT-ONE-POSTAGE.
007222     IF WS-PARM-CAT-ID (WS-CAT-IDX) = SPACES
007223         GO TO 3150-EXIT
007225     END-IF
007226     MOVE CAT-SUM-POST-PCS (WS-CAT-IDX) TO WS-LTR-FMT
007227     MOVE CAT-SUM-POSTAGE (WS-CAT-IDX) TO WS-AMT-FMT
007229     MOVE SPACES TO WS-RPT-LINE
007230     IF CAT-SUM-COSTED-SW (WS-CAT-IDX) = 'Y'
007231         STRING '  ' CAT-SUM-ID (WS-CAT-IDX)
007233             '  PIECES  ' WS-LTR-FMT
007234             '  POSTAGE ' WS-AMT-FMT
007235             DELIMITED BY SIZE INTO WS-RPT-LINE
007236     ELSE
007238         STRING '  ' CAT-SUM-ID (WS-CAT-IDX)
007239             '  ** NO POSTAGE COST RECORD - NOT COSTED **'
007240             DELIMITED BY SIZE INTO WS-RPT-LINE
007242     END-IF
007243     WRITE SEASON-PACK-REC FROM WS-RPT-LINE.
007244 3150-EXIT.
007246     EXIT.
007247 3200-PRINT-ONE-VENDOR.
007248     MOVE VSUM-AMT (VSUM-IDX) TO WS-AMT-FMT
007250     MOVE SPACES TO WS-RPT-LINE
007260     STRING '  VENDOR ' VSUM-CODE (VSUM-IDX)
007270         '  SPEND ' WS-AMT-FMT
