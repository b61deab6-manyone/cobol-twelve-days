000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDGMNT.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW BATCH MAINTENANCE PROGRAM FOR THE SEASON *
000110*                   GIFT BUDGET FILE BUDGFCST BUILDS, ON THE     *
000120*                   VENDMNT PATTERN.  MARKETING'S ADD / CHANGE / *
000130*                   DELETE / SIGN-OFF TRANSACTIONS, KEYED BY     *
000140*                   SEASON, CATALOG, AND VENDOR, ARE APPLIED     *
000150*                   AGAINST THE OLD BUDGET AND A NEW BUDGET IS   *
000160*                   WRITTEN, WITH A BEFORE/AFTER REGISTER FOR    *
000170*                   SIGN-OFF AND A REJECT FILE WITH REASON       *
000180*                   CODES.  A SIGNED-OFF LINE TAKES NO FURTHER   *
000190*                   CHANGE, SO THE BUDGET BUDGVAR MEASURES THE   *
000200*                   SEASON AGAINST IS THE ONE MARKETING SIGNED.  *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT BUDGET-OLD ASSIGN TO BUDGOLD
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-OLD-FS.
000280     SELECT BUDG-TRAN-FILE ASSIGN TO BUDGTRAN
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-TRAN-FS.
000310     SELECT BUDGET-NEW ASSIGN TO BUDGNEW
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-NEW-FS.
000340     SELECT CHANGE-REGISTER ASSIGN TO BUDGREG
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-REG-FS.
000370     SELECT REJECT-FILE ASSIGN TO BUDGREJ
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-REJ-FS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  BUDGET-OLD
000430     RECORDING MODE IS F.
000440 01  BUDGET-OLD-REC.
000450     05  BDO-KEY                   PIC X(9).
000460     05  BDO-RECIP-CNT             PIC 9(7).
000470     05  BDO-UNITS                 PIC 9(11).
000480     05  BDO-FORECAST-AMT          PIC 9(11)V99.
000490     05  BDO-BUDGET-AMT            PIC 9(11)V99.
000500     05  BDO-STATUS                PIC X(1).
000510     05  BDO-CHANGE-DATE           PIC 9(8).
000520 FD  BUDG-TRAN-FILE
000530     RECORDING MODE IS F.
000540 01  BUDG-TRAN-REC.
000550     05  TR-ACTION                 PIC X(1).
000560     05  TR-KEY.
000570         10  TR-SEASON             PIC X(4).
000580         10  TR-CATALOG-ID         PIC X(2).
000590         10  TR-VENDOR-CODE        PIC X(3).
000600     05  TR-AMOUNT                 PIC X(13).
000610     05  TR-AMOUNT-N REDEFINES TR-AMOUNT
000620                                   PIC 9(11)V99.
000630     05  TR-REASON                 PIC X(30).
000640 FD  BUDGET-NEW
000650     RECORDING MODE IS F.
000660 01  BUDGET-NEW-REC.
000670     05  BDN-KEY                   PIC X(9).
000680     05  BDN-RECIP-CNT             PIC 9(7).
000690     05  BDN-UNITS                 PIC 9(11).
000700     05  BDN-FORECAST-AMT          PIC 9(11)V99.
000710     05  BDN-BUDGET-AMT            PIC 9(11)V99.
000720     05  BDN-STATUS                PIC X(1).
000730     05  BDN-CHANGE-DATE           PIC 9(8).
000740 FD  CHANGE-REGISTER
000750     RECORDING MODE IS F.
000760 01  CHANGE-REGISTER-REC           PIC X(80).
000770 FD  REJECT-FILE
000780     RECORDING MODE IS F.
000790 01  REJECT-REC.
000800     05  RJ-REASON-CODE            PIC X(2).
000810     05  FILLER                    PIC X(1).
000820     05  RJ-TRAN-IMAGE             PIC X(53).
000830 WORKING-STORAGE SECTION.
000840 77  WS-OLD-FS                     PIC X(2)  VALUE '00'.
000850 77  WS-TRAN-FS                    PIC X(2)  VALUE '00'.
000860 77  WS-NEW-FS                     PIC X(2)  VALUE '00'.
000870 77  WS-REG-FS                     PIC X(2)  VALUE '00'.
000880 77  WS-REJ-FS                     PIC X(2)  VALUE '00'.
000890 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000900 01  WS-MASTER-EOF-SW              PIC X(1)  VALUE 'N'.
000910     88  WS-MASTER-EOF                       VALUE 'Y'.
000920 01  WS-TRAN-EOF-SW                PIC X(1)  VALUE 'N'.
000930     88  WS-TRAN-EOF                         VALUE 'Y'.
000940 01  WS-FOUND-SW                   PIC X(1)  VALUE 'N'.
000950     88  WS-ENTRY-FOUND                      VALUE 'Y'.
000960 77  WS-MNT-MAX                    PIC 9(3)  COMP VALUE 500.
000970 77  MNT-COUNT                     PIC 9(3)  COMP VALUE ZERO.
000980 77  MNT-IDX                       PIC 9(3)  COMP VALUE ZERO.
000990 77  MNT-HIT-IDX                   PIC 9(3)  COMP VALUE ZERO.
001000 77  MNT-SHIFT-IDX                 PIC 9(3)  COMP VALUE ZERO.
001010 77  WS-TRAN-READ-CNT              PIC 9(5)  COMP VALUE ZERO.
001020 77  WS-TRAN-APPLIED-CNT           PIC 9(5)  COMP VALUE ZERO.
001030 77  WS-TRAN-REJECT-CNT            PIC 9(5)  COMP VALUE ZERO.
001040 77  WS-SIGNED-CNT                 PIC 9(5)  COMP VALUE ZERO.
001050 77  WS-CNT-FMT                    PIC ZZZZ9.
001060 77  WS-AMT-FMT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001070 77  WS-AMT2-FMT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001080 77  WS-TOTAL-AMT                  PIC 9(13)V99 VALUE ZERO.
001090 01  MNT-MASTER-TABLE.
001100     05  MNT-ENTRY OCCURS 500.
001110         10  MNT-KEY.
001120             15  MNT-SEASON        PIC X(4).
001130             15  MNT-CATALOG-ID    PIC X(2).
001140             15  MNT-VENDOR-CODE   PIC X(3).
001150         10  MNT-RECIP-CNT         PIC 9(7).
001160         10  MNT-UNITS             PIC 9(11).
001170         10  MNT-FORECAST-AMT      PIC 9(11)V99.
001180         10  MNT-BUDGET-AMT        PIC 9(11)V99.
001190         10  MNT-STATUS            PIC X(1).
001200         10  MNT-CHANGE-DATE       PIC 9(8).
001210 01  WS-PREV-KEY                   PIC X(9)  VALUE LOW-VALUES.
001220 01  WS-BEFORE-AMT                 PIC 9(11)V99 VALUE ZERO.
001230 01  WS-REG-LINE                   PIC X(80).
001240*----------------------------------------------------------------*
001250*  REJECT REASON CODES, AS PRINTED ON THE REGISTER AND CARRIED   *
001260*  ON THE REJECT FILE:                                           *
001270*    01 - ACTION CODE NOT A, C, D, OR S                          *
001280*    02 - SEASON NOT NUMERIC, OR CATALOG OR VENDOR BLANK         *
001290*    03 - AMOUNT NOT NUMERIC ON AN ADD OR CHANGE                 *
001300*    04 - ADD FOR A BUDGET LINE ALREADY ON FILE                  *
001310*    05 - CHANGE, DELETE, OR SIGN-OFF FOR A LINE NOT ON FILE     *
001320*    06 - BUDGET TABLE FULL, ADD COULD NOT BE APPLIED            *
001330*    07 - LINE ALREADY SIGNED OFF                                *
001340*----------------------------------------------------------------*
001350 77  WS-REJECT-REASON              PIC X(2)  VALUE SPACES.
001360 PROCEDURE DIVISION.
001370*----------------------------------------------------------------*
001380*  0000-MAINLINE - LOAD THE OLD BUDGET, APPLY THE TRANSACTIONS,  *
001390*  WRITE THE NEW BUDGET AND THE REGISTER TOTALS.                 *
001400*----------------------------------------------------------------*
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001430     PERFORM 1200-LOAD-OLD-MASTER THRU 1200-EXIT
001440     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
001450     PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT
001470     GOBACK.
001480*----------------------------------------------------------------*
001490*  1000-INITIALIZE - OPEN ALL FILES AND PRINT THE REGISTER       *
001500*  HEADING.                                                      *
001510*----------------------------------------------------------------*
001520 1000-INITIALIZE.
001530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001540     OPEN INPUT BUDG-TRAN-FILE
001550     IF WS-TRAN-FS NOT = '00'
001560         DISPLAY 'BUDGMNT - UNABLE TO OPEN BUDG-TRAN-FILE,'
001570             ' STATUS ' WS-TRAN-FS
001580         MOVE 16 TO RETURN-CODE
001590         STOP RUN
001600     END-IF
001610     OPEN OUTPUT BUDGET-NEW
001620     IF WS-NEW-FS NOT = '00'
001630         DISPLAY 'BUDGMNT - UNABLE TO OPEN BUDGET-NEW,'
001640             ' STATUS ' WS-NEW-FS
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF
001680     OPEN OUTPUT CHANGE-REGISTER
001690     IF WS-REG-FS NOT = '00'
001700         DISPLAY 'BUDGMNT - UNABLE TO OPEN CHANGE-REGISTER,'
001710             ' STATUS ' WS-REG-FS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF
001750     OPEN OUTPUT REJECT-FILE
001760     IF WS-REJ-FS NOT = '00'
001770         DISPLAY 'BUDGMNT - UNABLE TO OPEN REJECT-FILE,'
001780             ' STATUS ' WS-REJ-FS
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF
001820     MOVE SPACES TO WS-REG-LINE
001830     STRING 'SEASON BUDGET MAINTENANCE CHANGE REGISTER  RUN DATE '
001840         WS-RUN-DATE DELIMITED BY SIZE INTO WS-REG-LINE
001850     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
001860     MOVE SPACES TO WS-REG-LINE
001870     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
001880 1000-EXIT.
001890     EXIT.
001900*----------------------------------------------------------------*
001910*  1200-LOAD-OLD-MASTER - LOADS THE WHOLE OLD BUDGET INTO THE    *
001920*  MAINTENANCE TABLE, PROVING IT IS IN ASCENDING SEASON /        *
001930*  CATALOG / VENDOR SEQUENCE AS IT GOES.  A MISSING FILE BUILDS  *
001940*  THE NEW BUDGET FROM THE ADD TRANSACTIONS ALONE.               *
001950*----------------------------------------------------------------*
001960 1200-LOAD-OLD-MASTER.
001970     MOVE 'N' TO WS-MASTER-EOF-SW
001980     MOVE LOW-VALUES TO WS-PREV-KEY
001990     OPEN INPUT BUDGET-OLD
002000     IF WS-OLD-FS = '35'
002010         GO TO 1200-EXIT
002020     END-IF
002030     IF WS-OLD-FS NOT = '00'
002040         DISPLAY 'BUDGMNT - UNABLE TO OPEN BUDGET-OLD,'
002050             ' STATUS ' WS-OLD-FS
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF
002090     PERFORM 1210-READ-OLD-MASTER THRU 1210-EXIT
002100         UNTIL WS-MASTER-EOF
002110     CLOSE BUDGET-OLD.
002120 1200-EXIT.
002130     EXIT.
002140 1210-READ-OLD-MASTER.
002150     READ BUDGET-OLD
002160         AT END
002170             MOVE 'Y' TO WS-MASTER-EOF-SW
002180         NOT AT END
002190             PERFORM 1220-CHECK-OLD-RECORD THRU 1220-EXIT
002200             ADD 1 TO MNT-COUNT
002210             MOVE BDO-KEY TO MNT-KEY (MNT-COUNT)
002220             MOVE BDO-RECIP-CNT TO MNT-RECIP-CNT (MNT-COUNT)
002230             MOVE BDO-UNITS TO MNT-UNITS (MNT-COUNT)
002240             MOVE BDO-FORECAST-AMT
002250                 TO MNT-FORECAST-AMT (MNT-COUNT)
002260             MOVE BDO-BUDGET-AMT TO MNT-BUDGET-AMT (MNT-COUNT)
002270             MOVE BDO-STATUS TO MNT-STATUS (MNT-COUNT)
002280             MOVE BDO-CHANGE-DATE
002290                 TO MNT-CHANGE-DATE (MNT-COUNT)
002300             MOVE BDO-KEY TO WS-PREV-KEY
002310     END-READ.
002320 1210-EXIT.
002330     EXIT.
002340 1220-CHECK-OLD-RECORD.
002350     IF BDO-KEY NOT > WS-PREV-KEY
002360         DISPLAY 'BUDGMNT - BUDGET FILE OUT OF SEQUENCE AT'
002370             ' KEY ' BDO-KEY
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     IF MNT-COUNT >= WS-MNT-MAX
002420         DISPLAY 'BUDGMNT - BUDGET FILE EXCEEDS ' WS-MNT-MAX
002430             ' RECORDS, TABLE FULL'
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470 1220-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------*
002500*  2000-PROCESS-TRANSACTIONS - READS EVERY TRANSACTION, EDITS    *
002510*  IT, AND EITHER APPLIES IT TO THE MAINTENANCE TABLE OR DROPS   *
002520*  IT TO THE REJECT FILE WITH A REASON CODE.                     *
002530*----------------------------------------------------------------*
002540 2000-PROCESS-TRANSACTIONS.
002550     PERFORM 2010-READ-TRAN THRU 2010-EXIT
002560         UNTIL WS-TRAN-EOF.
002570 2000-EXIT.
002580     EXIT.
002590 2010-READ-TRAN.
002600     READ BUDG-TRAN-FILE
002610         AT END
002620             MOVE 'Y' TO WS-TRAN-EOF-SW
002630         NOT AT END
002640             ADD 1 TO WS-TRAN-READ-CNT
002650             PERFORM 2020-EDIT-AND-APPLY THRU 2020-EXIT
002660     END-READ.
002670 2010-EXIT.
002680     EXIT.
002690 2020-EDIT-AND-APPLY.
002700     MOVE SPACES TO WS-REJECT-REASON
002710     IF TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'C'
002720         AND TR-ACTION NOT = 'D' AND TR-ACTION NOT = 'S'
002730         MOVE '01' TO WS-REJECT-REASON
002740         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002750         GO TO 2020-EXIT
002760     END-IF
002770     IF TR-SEASON IS NOT NUMERIC
002780         OR TR-CATALOG-ID = SPACES
002790         OR TR-VENDOR-CODE = SPACES
002800         MOVE '02' TO WS-REJECT-REASON
002810         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002820         GO TO 2020-EXIT
002830     END-IF
002840     IF (TR-ACTION = 'A' OR TR-ACTION = 'C')
002850         AND TR-AMOUNT IS NOT NUMERIC
002860         MOVE '03' TO WS-REJECT-REASON
002870         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002880         GO TO 2020-EXIT
002890     END-IF
002900     PERFORM 2050-FIND-MASTER-ENTRY THRU 2050-EXIT
002910     IF WS-ENTRY-FOUND AND TR-ACTION NOT = 'A'
002920         AND MNT-STATUS (MNT-HIT-IDX) = 'S'
002930         MOVE '07' TO WS-REJECT-REASON
002940         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002950         GO TO 2020-EXIT
002960     END-IF
002970     EVALUATE TR-ACTION
002980         WHEN 'A'
002990             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
003000         WHEN 'C'
003010             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
003020         WHEN 'D'
003030             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
003040         WHEN 'S'
003050             PERFORM 2350-APPLY-SIGN-OFF THRU 2350-EXIT
003060     END-EVALUATE.
003070 2020-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------*
003100*  2050-FIND-MASTER-ENTRY - SCANS THE MAINTENANCE TABLE FOR THE  *
003110*  TRANSACTION KEY.  LEAVES WS-ENTRY-FOUND SET AND MNT-HIT-IDX   *
003120*  AT THE MATCH, OR AT THE FIRST ENTRY GREATER THAN THE KEY      *
003130*  (THE INSERTION POINT FOR AN ADD).                             *
003140*----------------------------------------------------------------*
003150 2050-FIND-MASTER-ENTRY.
003160     MOVE 'N' TO WS-FOUND-SW
003170     COMPUTE MNT-HIT-IDX = MNT-COUNT + 1
003180     PERFORM 2060-SCAN-ONE-ENTRY THRU 2060-EXIT
003190         VARYING MNT-IDX FROM 1 BY 1
003200         UNTIL MNT-IDX > MNT-COUNT OR WS-ENTRY-FOUND
003210             OR MNT-HIT-IDX <= MNT-COUNT.
003220 2050-EXIT.
003230     EXIT.
003240 2060-SCAN-ONE-ENTRY.
003250     IF MNT-KEY (MNT-IDX) = TR-KEY
003260         MOVE 'Y' TO WS-FOUND-SW
003270         MOVE MNT-IDX TO MNT-HIT-IDX
003280     ELSE
003290         IF MNT-KEY (MNT-IDX) > TR-KEY
003300             MOVE MNT-IDX TO MNT-HIT-IDX
003310         END-IF
003320     END-IF.
003330 2060-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------*
003360*  2100-APPLY-ADD - INSERTS A BUDGET LINE THE FORECAST DID NOT   *
003370*  PRODUCE (A VENDOR MARKETING EXPECTS TO USE FOR A CHANGE OF    *
003380*  GIFT), IN KEY SEQUENCE.  IT CARRIES NO FORECAST.              *
003390*----------------------------------------------------------------*
003400 2100-APPLY-ADD.
003410     IF WS-ENTRY-FOUND
003420         MOVE '04' TO WS-REJECT-REASON
003430         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003440         GO TO 2100-EXIT
003450     END-IF
003460     IF MNT-COUNT >= WS-MNT-MAX
003470         MOVE '06' TO WS-REJECT-REASON
003480         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003490         GO TO 2100-EXIT
003500     END-IF
003510     PERFORM 2150-SHIFT-TABLE-DOWN THRU 2150-EXIT
003520         VARYING MNT-SHIFT-IDX FROM MNT-COUNT BY -1
003530         UNTIL MNT-SHIFT-IDX < MNT-HIT-IDX
003540     ADD 1 TO MNT-COUNT
003550     MOVE TR-KEY TO MNT-KEY (MNT-HIT-IDX)
003560     MOVE ZERO TO MNT-RECIP-CNT (MNT-HIT-IDX)
003570     MOVE ZERO TO MNT-UNITS (MNT-HIT-IDX)
003580     MOVE ZERO TO MNT-FORECAST-AMT (MNT-HIT-IDX)
003590     MOVE TR-AMOUNT-N TO MNT-BUDGET-AMT (MNT-HIT-IDX)
003600     MOVE 'A' TO MNT-STATUS (MNT-HIT-IDX)
003610     MOVE WS-RUN-DATE TO MNT-CHANGE-DATE (MNT-HIT-IDX)
003620     ADD 1 TO WS-TRAN-APPLIED-CNT
003630     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
003640 2100-EXIT.
003650     EXIT.
003660 2150-SHIFT-TABLE-DOWN.
003670     MOVE MNT-ENTRY (MNT-SHIFT-IDX)
003680         TO MNT-ENTRY (MNT-SHIFT-IDX + 1).
003690 2150-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------*
003720*  2200-APPLY-CHANGE - REPLACES THE BUDGET AMOUNT.  THE FORECAST *
003730*  AMOUNT IS NEVER TOUCHED, SO THE REGISTER AND BUDGVAR CAN      *
003740*  ALWAYS SHOW HOW FAR MARKETING MOVED FROM THE COMPUTED FIGURE. *
003750*----------------------------------------------------------------*
003760 2200-APPLY-CHANGE.
003770     IF NOT WS-ENTRY-FOUND
003780         MOVE '05' TO WS-REJECT-REASON
003790         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003800         GO TO 2200-EXIT
003810     END-IF
003820     MOVE MNT-BUDGET-AMT (MNT-HIT-IDX) TO WS-BEFORE-AMT
003830     MOVE TR-AMOUNT-N TO MNT-BUDGET-AMT (MNT-HIT-IDX)
003840     MOVE 'A' TO MNT-STATUS (MNT-HIT-IDX)
003850     MOVE WS-RUN-DATE TO MNT-CHANGE-DATE (MNT-HIT-IDX)
003860     ADD 1 TO WS-TRAN-APPLIED-CNT
003870     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
003880 2200-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------*
003910*  2300-APPLY-DELETE - REMOVES A BUDGET LINE, SHIFTING THE TAIL  *
003920*  OF THE TABLE UP ONE SLOT.                                     *
003930*----------------------------------------------------------------*
003940 2300-APPLY-DELETE.
003950     IF NOT WS-ENTRY-FOUND
003960         MOVE '05' TO WS-REJECT-REASON
003970         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003980         GO TO 2300-EXIT
003990     END-IF
004000     MOVE MNT-BUDGET-AMT (MNT-HIT-IDX) TO WS-BEFORE-AMT
004010     PERFORM 2310-SHIFT-TABLE-UP THRU 2310-EXIT
004020         VARYING MNT-SHIFT-IDX FROM MNT-HIT-IDX BY 1
004030         UNTIL MNT-SHIFT-IDX >= MNT-COUNT
004040     SUBTRACT 1 FROM MNT-COUNT
004050     ADD 1 TO WS-TRAN-APPLIED-CNT
004060     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
004070 2300-EXIT.
004080     EXIT.
004090 2310-SHIFT-TABLE-UP.
004100     MOVE MNT-ENTRY (MNT-SHIFT-IDX + 1)
004110         TO MNT-ENTRY (MNT-SHIFT-IDX).
004120 2310-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------*
004150*  2350-APPLY-SIGN-OFF - MARKETING'S APPROVAL OF ONE LINE.  THE  *
004160*  AMOUNT STANDS AS IT IS AND THE LINE IS FROZEN.                *
004170*----------------------------------------------------------------*
004180 2350-APPLY-SIGN-OFF.
004190     IF NOT WS-ENTRY-FOUND
004200         MOVE '05' TO WS-REJECT-REASON
004210         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
004220         GO TO 2350-EXIT
004230     END-IF
004240     MOVE MNT-BUDGET-AMT (MNT-HIT-IDX) TO WS-BEFORE-AMT
004250     MOVE 'S' TO MNT-STATUS (MNT-HIT-IDX)
004260     MOVE WS-RUN-DATE TO MNT-CHANGE-DATE (MNT-HIT-IDX)
004270     ADD 1 TO WS-TRAN-APPLIED-CNT
004280     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
004290 2350-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------*
004320*  2400-REJECT-TRAN - DROPS THE TRANSACTION TO THE REJECT FILE   *
004330*  WITH ITS REASON CODE AND NOTES IT ON THE REGISTER.            *
004340*----------------------------------------------------------------*
004350 2400-REJECT-TRAN.
004360     MOVE SPACES TO REJECT-REC
004370     MOVE WS-REJECT-REASON TO RJ-REASON-CODE
004380     MOVE BUDG-TRAN-REC TO RJ-TRAN-IMAGE
004390     WRITE REJECT-REC
004400     ADD 1 TO WS-TRAN-REJECT-CNT
004410     MOVE SPACES TO WS-REG-LINE
004420     STRING 'REJECTED ' WS-REJECT-REASON ' ' TR-ACTION ' '
004430         TR-SEASON ' ' TR-CATALOG-ID ' ' TR-VENDOR-CODE ' '
004440         TR-REASON
004450         DELIMITED BY SIZE INTO WS-REG-LINE
004460     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
004470 2400-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------*
004500*  2500-REGISTER-TRAN - PRINTS THE APPLIED TRANSACTION WITH THE  *
004510*  BUDGET AMOUNT BEFORE AND AFTER, AND MARKETING'S REASON, SO    *
004520*  THE REGISTER CAN BE SIGNED OFF AGAINST THE KEYED INPUT.       *
004530*----------------------------------------------------------------*
004540 2500-REGISTER-TRAN.
004550     MOVE SPACES TO WS-REG-LINE
004560     EVALUATE TR-ACTION
004570         WHEN 'A'
004580             MOVE MNT-BUDGET-AMT (MNT-HIT-IDX) TO WS-AMT2-FMT
004590             STRING 'ADDED    ' TR-SEASON ' ' TR-CATALOG-ID ' '
004600                 TR-VENDOR-CODE ' AFTER  ' WS-AMT2-FMT
004610                 DELIMITED BY SIZE INTO WS-REG-LINE
004620         WHEN 'C'
004630             MOVE WS-BEFORE-AMT TO WS-AMT-FMT
004640             MOVE MNT-BUDGET-AMT (MNT-HIT-IDX) TO WS-AMT2-FMT
004650             STRING 'CHANGED  ' TR-SEASON ' ' TR-CATALOG-ID ' '
004660                 TR-VENDOR-CODE ' BEFORE ' WS-AMT-FMT
004670                 ' AFTER ' WS-AMT2-FMT
004680                 DELIMITED BY SIZE INTO WS-REG-LINE
004690         WHEN 'D'
004700             MOVE WS-BEFORE-AMT TO WS-AMT-FMT
004710             STRING 'DELETED  ' TR-SEASON ' ' TR-CATALOG-ID ' '
004720                 TR-VENDOR-CODE ' BEFORE ' WS-AMT-FMT
004730                 DELIMITED BY SIZE INTO WS-REG-LINE
004740         WHEN 'S'
004750             MOVE WS-BEFORE-AMT TO WS-AMT-FMT
004760             STRING 'SIGNED   ' TR-SEASON ' ' TR-CATALOG-ID ' '
004770                 TR-VENDOR-CODE ' BUDGET ' WS-AMT-FMT
004780                 DELIMITED BY SIZE INTO WS-REG-LINE
004790     END-EVALUATE
004800     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
004810     IF TR-REASON NOT = SPACES
004820         MOVE SPACES TO WS-REG-LINE
004830         STRING '         REASON ' TR-REASON
004840             DELIMITED BY SIZE INTO WS-REG-LINE
004850         WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
004860     END-IF.
004870 2500-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------*
004900*  3000-WRITE-NEW-MASTER - WRITES THE MAINTAINED TABLE OUT AS    *
004910*  THE NEW BUDGET, STILL IN KEY SEQUENCE.                        *
004920*----------------------------------------------------------------*
004930 3000-WRITE-NEW-MASTER.
004940     PERFORM 3010-WRITE-ONE-MASTER THRU 3010-EXIT
004950         VARYING MNT-IDX FROM 1 BY 1
004960         UNTIL MNT-IDX > MNT-COUNT.
004970 3000-EXIT.
004980     EXIT.
004990 3010-WRITE-ONE-MASTER.
005000     MOVE SPACES TO BUDGET-NEW-REC
005010     MOVE MNT-KEY (MNT-IDX) TO BDN-KEY
005020     MOVE MNT-RECIP-CNT (MNT-IDX) TO BDN-RECIP-CNT
005030     MOVE MNT-UNITS (MNT-IDX) TO BDN-UNITS
005040     MOVE MNT-FORECAST-AMT (MNT-IDX) TO BDN-FORECAST-AMT
005050     MOVE MNT-BUDGET-AMT (MNT-IDX) TO BDN-BUDGET-AMT
005060     MOVE MNT-STATUS (MNT-IDX) TO BDN-STATUS
005070     MOVE MNT-CHANGE-DATE (MNT-IDX) TO BDN-CHANGE-DATE
005080     WRITE BUDGET-NEW-REC
005090     ADD MNT-BUDGET-AMT (MNT-IDX) TO WS-TOTAL-AMT
005100     IF MNT-STATUS (MNT-IDX) = 'S'
005110         ADD 1 TO WS-SIGNED-CNT
005120     END-IF.
005130 3010-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------*
005160*  9000-TERMINATE - PRINT THE REGISTER TOTALS, CLOSE EVERYTHING, *
005170*  AND SET THE RETURN CODE: 0 ALL APPLIED, 4 SOME REJECTED.      *
005180*----------------------------------------------------------------*
005190 9000-TERMINATE.
005200     MOVE SPACES TO WS-REG-LINE
005210     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005220     MOVE WS-TRAN-READ-CNT TO WS-CNT-FMT
005230     MOVE SPACES TO WS-REG-LINE
005240     STRING 'TRANSACTIONS READ     ' WS-CNT-FMT
005250         DELIMITED BY SIZE INTO WS-REG-LINE
005260     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005270     MOVE WS-TRAN-APPLIED-CNT TO WS-CNT-FMT
005280     MOVE SPACES TO WS-REG-LINE
005290     STRING 'TRANSACTIONS APPLIED  ' WS-CNT-FMT
005300         DELIMITED BY SIZE INTO WS-REG-LINE
005310     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005320     MOVE WS-TRAN-REJECT-CNT TO WS-CNT-FMT
005330     MOVE SPACES TO WS-REG-LINE
005340     STRING 'TRANSACTIONS REJECTED ' WS-CNT-FMT
005350         DELIMITED BY SIZE INTO WS-REG-LINE
005360     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005370     MOVE MNT-COUNT TO WS-CNT-FMT
005380     MOVE SPACES TO WS-REG-LINE
005390     STRING 'NEW BUDGET LINES      ' WS-CNT-FMT
005400         DELIMITED BY SIZE INTO WS-REG-LINE
005410     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005420     MOVE WS-SIGNED-CNT TO WS-CNT-FMT
005430     MOVE SPACES TO WS-REG-LINE
005440     STRING 'LINES SIGNED OFF      ' WS-CNT-FMT
005450         DELIMITED BY SIZE INTO WS-REG-LINE
005460     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005470     MOVE WS-TOTAL-AMT TO WS-AMT-FMT
005480     MOVE SPACES TO WS-REG-LINE
005490     STRING 'BUDGET TOTAL          ' WS-AMT-FMT
005500         DELIMITED BY SIZE INTO WS-REG-LINE
005510     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005520     CLOSE BUDG-TRAN-FILE
005530     CLOSE BUDGET-NEW
005540     CLOSE CHANGE-REGISTER
005550     CLOSE REJECT-FILE
005560     IF WS-TRAN-REJECT-CNT > ZERO
005570         MOVE 4 TO RETURN-CODE
005580     END-IF.
005590 9000-EXIT.
005600     EXIT.
