000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    XRATMNT.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW BATCH MAINTENANCE PROGRAM FOR THE DATED  *
000110*                   EXCHANGE-RATE FILE (GIFTXRAT), BUILT ON THE  *
000120*                   VENDMNT PATTERN.  APPLIES ADD / CHANGE /     *
000130*                   DELETE TRANSACTIONS KEYED BY CURRENCY AND    *
000140*                   EFFECTIVE DATE AGAINST THE OLD FILE, WRITES  *
000150*                   A NEW FILE, PRINTS A BEFORE/AFTER CHANGE     *
000160*                   REGISTER FOR FINANCE SIGN-OFF, AND DROPS BAD *
000170*                   TRANSACTIONS TO A REJECT FILE WITH A REASON  *
000180*                   CODE.  THE ENGINES CONVERT NON-HOME VENDOR   *
000190*                   SPEND AT THE RATES ON THIS FILE.             *
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT XRATE-FILE-OLD ASSIGN TO XRATOLD
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-OLD-FS.
000270     SELECT XRAT-TRAN-FILE ASSIGN TO XRATTRAN
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-TRAN-FS.
000300     SELECT XRATE-FILE-NEW ASSIGN TO XRATNEW
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-NEW-FS.
000330     SELECT CHANGE-REGISTER ASSIGN TO XRATREG
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-REG-FS.
000360     SELECT REJECT-FILE ASSIGN TO XRATREJ
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REJ-FS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  XRATE-FILE-OLD
000420     RECORDING MODE IS F.
000430 01  XRATE-OLD-REC.
000440     05  XRO-KEY.
000450         10  XRO-CURRENCY          PIC X(3).
000460         10  XRO-EFF-DATE          PIC 9(8).
000470     05  XRO-RATE                  PIC 9(4)V9(6).
000480     05  XRO-SOURCE                PIC X(20).
000490 FD  XRAT-TRAN-FILE
000500     RECORDING MODE IS F.
000510 01  XRAT-TRAN-REC.
000520     05  TR-ACTION                 PIC X(1).
000530     05  TR-KEY.
000540         10  TR-CURRENCY           PIC X(3).
000550         10  TR-EFF-DATE           PIC 9(8).
000560         10  TR-EFF-DATE-X REDEFINES TR-EFF-DATE.
000570             15  TR-EFF-YYYY       PIC 9(4).
000580             15  TR-EFF-MM         PIC 9(2).
000590             15  TR-EFF-DD         PIC 9(2).
000600     05  TR-RATE                   PIC 9(4)V9(6).
000610     05  TR-RATE-X REDEFINES TR-RATE
000620                                   PIC X(10).
000630     05  TR-SOURCE                 PIC X(20).
000640 FD  XRATE-FILE-NEW
000650     RECORDING MODE IS F.
000660 01  XRATE-NEW-REC.
000670     05  XRN-CURRENCY              PIC X(3).
000680     05  XRN-EFF-DATE              PIC 9(8).
000690     05  XRN-RATE                  PIC 9(4)V9(6).
000700     05  XRN-SOURCE                PIC X(20).
000710 FD  CHANGE-REGISTER
000720     RECORDING MODE IS F.
000730 01  CHANGE-REGISTER-REC           PIC X(80).
000740 FD  REJECT-FILE
000750     RECORDING MODE IS F.
000760 01  REJECT-REC.
000770     05  RJ-REASON-CODE            PIC X(2).
000780     05  FILLER                    PIC X(1).
000790     05  RJ-TRAN-IMAGE             PIC X(42).
000800 WORKING-STORAGE SECTION.
000810 77  WS-OLD-FS                     PIC X(2)  VALUE '00'.
000820 77  WS-TRAN-FS                    PIC X(2)  VALUE '00'.
000830 77  WS-NEW-FS                     PIC X(2)  VALUE '00'.
000840 77  WS-REG-FS                     PIC X(2)  VALUE '00'.
000850 77  WS-REJ-FS                     PIC X(2)  VALUE '00'.
000860 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000870*----------------------------------------------------------------*
000880*  THE HOME (REPORTING) CURRENCY NEVER GOES ON THE RATE FILE -   *
000890*  IT ALWAYS CONVERTS AT 1.  KEEP IN STEP WITH WS-XRAT-HOME-CCY  *
000900*  IN XRATWS.                                                    *
000910*----------------------------------------------------------------*
000920 01  WS-HOME-CCY                   PIC X(3)  VALUE 'GBP'.
000930 01  WS-MASTER-EOF-SW              PIC X(1)  VALUE 'N'.
000940     88  WS-MASTER-EOF                       VALUE 'Y'.
000950 01  WS-TRAN-EOF-SW                PIC X(1)  VALUE 'N'.
000960     88  WS-TRAN-EOF                         VALUE 'Y'.
000970 01  WS-FOUND-SW                   PIC X(1)  VALUE 'N'.
000980     88  WS-ENTRY-FOUND                      VALUE 'Y'.
000990 77  WS-MNT-MAX                    PIC 9(3)  COMP VALUE 500.
001000 77  MNT-COUNT                     PIC 9(3)  COMP VALUE ZERO.
001010 77  MNT-IDX                       PIC 9(3)  COMP VALUE ZERO.
001020 77  MNT-HIT-IDX                   PIC 9(3)  COMP VALUE ZERO.
001030 77  MNT-SHIFT-IDX                 PIC 9(3)  COMP VALUE ZERO.
001040 77  WS-TRAN-READ-CNT              PIC 9(5)  COMP VALUE ZERO.
001050 77  WS-TRAN-APPLIED-CNT           PIC 9(5)  COMP VALUE ZERO.
001060 77  WS-TRAN-REJECT-CNT            PIC 9(5)  COMP VALUE ZERO.
001070 77  WS-CNT-FMT                    PIC ZZZZ9.
001080 77  WS-RATE-FMT                   PIC Z(3)9.9(6).
001090 01  MNT-MASTER-TABLE.
001100     05  MNT-ENTRY OCCURS 500.
001110         10  MNT-KEY.
001120             15  MNT-CURRENCY      PIC X(3).
001130             15  MNT-EFF-DATE      PIC 9(8).
001140         10  MNT-RATE              PIC 9(4)V9(6).
001150         10  MNT-SOURCE            PIC X(20).
001160 01  WS-PREV-KEY                   PIC X(11) VALUE LOW-VALUES.
001170 01  WS-REG-LINE                   PIC X(80).
001180*----------------------------------------------------------------*
001190*  REJECT REASON CODES, AS PRINTED ON THE REGISTER AND CARRIED   *
001200*  ON THE REJECT FILE:                                           *
001210*    01 - ACTION CODE NOT A, C, OR D                             *
001220*    02 - CURRENCY CODE BLANK OR NOT THREE LETTERS               *
001230*    03 - EFFECTIVE DATE NOT A VALID YYYYMMDD DATE               *
001240*    04 - ADD FOR A CURRENCY AND DATE ALREADY ON FILE            *
001250*    05 - CHANGE OR DELETE FOR A CURRENCY AND DATE NOT ON FILE   *
001260*    06 - RATE TABLE FULL, ADD COULD NOT BE APPLIED              *
001270*    07 - RATE NOT NUMERIC OR ZERO                               *
001280*    08 - CURRENCY IS THE HOME CURRENCY                          *
001290*----------------------------------------------------------------*
001300 77  WS-REJECT-REASON              PIC X(2)  VALUE SPACES.
001310 77  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001320 77  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001330 PROCEDURE DIVISION.
001340*----------------------------------------------------------------*
001350*  0000-MAINLINE - LOAD THE OLD RATE FILE, APPLY THE             *
001360*  TRANSACTIONS, WRITE THE NEW FILE AND THE REGISTER TOTALS.     *
001370*----------------------------------------------------------------*
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001400     PERFORM 1200-LOAD-OLD-MASTER THRU 1200-EXIT
001410     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
001420     PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT
001430     PERFORM 9000-TERMINATE THRU 9000-EXIT
001440     GOBACK.
001450*----------------------------------------------------------------*
001460*  1000-INITIALIZE - OPEN ALL FILES AND PRINT THE REGISTER       *
001470*  HEADING.                                                      *
001480*----------------------------------------------------------------*
001490 1000-INITIALIZE.
001500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001510*    RATE RECORDS MUST STAY FIXED AT FULL LENGTH, BLANKS AND     *
001520*    ALL, SO THE SOURCE NOTE READS BACK AS KEYED.                *
001530     MOVE 'COB_LS_FIXED' TO WS-ENV-NAME
001540     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
001550     MOVE 'Y' TO WS-ENV-VALUE
001560     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
001570     OPEN INPUT XRAT-TRAN-FILE
001580     IF WS-TRAN-FS NOT = '00'
001590         DISPLAY 'XRATMNT - UNABLE TO OPEN XRAT-TRAN-FILE,'
001600             ' STATUS ' WS-TRAN-FS
001610         MOVE 16 TO RETURN-CODE
001620         STOP RUN
001630     END-IF
001640     OPEN OUTPUT XRATE-FILE-NEW
001650     IF WS-NEW-FS NOT = '00'
001660         DISPLAY 'XRATMNT - UNABLE TO OPEN XRATE-FILE-NEW,'
001670             ' STATUS ' WS-NEW-FS
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF
001710     OPEN OUTPUT CHANGE-REGISTER
001720     IF WS-REG-FS NOT = '00'
001730         DISPLAY 'XRATMNT - UNABLE TO OPEN CHANGE-REGISTER,'
001740             ' STATUS ' WS-REG-FS
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF
001780     OPEN OUTPUT REJECT-FILE
001790     IF WS-REJ-FS NOT = '00'
001800         DISPLAY 'XRATMNT - UNABLE TO OPEN REJECT-FILE,'
001810             ' STATUS ' WS-REJ-FS
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF
001850     MOVE SPACES TO WS-REG-LINE
001860     STRING 'EXCHANGE RATE CHANGE REGISTER  RUN DATE '
001870         WS-RUN-DATE '  HOME CURRENCY ' WS-HOME-CCY
001880         DELIMITED BY SIZE INTO WS-REG-LINE
001890     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
001900     MOVE SPACES TO WS-REG-LINE
001910     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
001920 1000-EXIT.
001930     EXIT.
001940*----------------------------------------------------------------*
001950*  1200-LOAD-OLD-MASTER - LOADS THE WHOLE OLD RATE FILE INTO THE *
001960*  MAINTENANCE TABLE, IN FILE ORDER, PROVING THE FILE IS IN      *
001970*  ASCENDING CURRENCY / EFFECTIVE-DATE SEQUENCE AS IT GOES.  A   *
001980*  MISSING FILE IS A FIRST-TIME LOAD: THE NEW FILE IS BUILT FROM *
001990*  THE ADD TRANSACTIONS ALONE.                                   *
002000*----------------------------------------------------------------*
002010 1200-LOAD-OLD-MASTER.
002020     MOVE 'N' TO WS-MASTER-EOF-SW
002030     MOVE LOW-VALUES TO WS-PREV-KEY
002040     OPEN INPUT XRATE-FILE-OLD
002050     IF WS-OLD-FS = '35'
002060         GO TO 1200-EXIT
002070     END-IF
002080     IF WS-OLD-FS NOT = '00'
002090         DISPLAY 'XRATMNT - UNABLE TO OPEN XRATE-FILE-OLD,'
002100             ' STATUS ' WS-OLD-FS
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF
002140     PERFORM 1210-READ-OLD-MASTER THRU 1210-EXIT
002150         UNTIL WS-MASTER-EOF
002160     CLOSE XRATE-FILE-OLD.
002170 1200-EXIT.
002180     EXIT.
002190 1210-READ-OLD-MASTER.
002200     READ XRATE-FILE-OLD
002210         AT END
002220             MOVE 'Y' TO WS-MASTER-EOF-SW
002230         NOT AT END
002240             PERFORM 1220-CHECK-OLD-RECORD THRU 1220-EXIT
002250             ADD 1 TO MNT-COUNT
002260             MOVE XRO-CURRENCY TO MNT-CURRENCY (MNT-COUNT)
002270             MOVE XRO-EFF-DATE TO MNT-EFF-DATE (MNT-COUNT)
002280             MOVE XRO-RATE TO MNT-RATE (MNT-COUNT)
002290             MOVE XRO-SOURCE TO MNT-SOURCE (MNT-COUNT)
002300             MOVE XRO-KEY TO WS-PREV-KEY
002310     END-READ.
002320 1210-EXIT.
002330     EXIT.
002340 1220-CHECK-OLD-RECORD.
002350     IF XRO-KEY NOT > WS-PREV-KEY
002360         DISPLAY 'XRATMNT - EXCHANGE-RATE FILE OUT OF SEQUENCE'
002370             ' AT ' XRO-CURRENCY ' ' XRO-EFF-DATE
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     IF MNT-COUNT >= WS-MNT-MAX
002420         DISPLAY 'XRATMNT - EXCHANGE-RATE FILE EXCEEDS '
002430             WS-MNT-MAX ' RECORDS, TABLE FULL'
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
002600     READ XRAT-TRAN-FILE
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
002720         AND TR-ACTION NOT = 'D'
002730         MOVE '01' TO WS-REJECT-REASON
002740         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002750         GO TO 2020-EXIT
002760     END-IF
002770     IF TR-CURRENCY NOT ALPHABETIC
002780         OR TR-CURRENCY (1:1) = SPACE
002790         OR TR-CURRENCY (2:1) = SPACE
002800         OR TR-CURRENCY (3:1) = SPACE
002810         MOVE '02' TO WS-REJECT-REASON
002820         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002830         GO TO 2020-EXIT
002840     END-IF
002850     IF TR-CURRENCY = WS-HOME-CCY
002860         MOVE '08' TO WS-REJECT-REASON
002870         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002880         GO TO 2020-EXIT
002890     END-IF
002900     IF TR-EFF-DATE NOT NUMERIC
002910         OR TR-EFF-YYYY < 1900
002920         OR TR-EFF-MM < 1 OR TR-EFF-MM > 12
002930         OR TR-EFF-DD < 1 OR TR-EFF-DD > 31
002940         MOVE '03' TO WS-REJECT-REASON
002950         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002960         GO TO 2020-EXIT
002970     END-IF
002980     IF TR-ACTION = 'A'
002990         OR (TR-ACTION = 'C' AND TR-RATE-X NOT = SPACES)
003000         IF TR-RATE NOT NUMERIC OR TR-RATE = ZERO
003010             MOVE '07' TO WS-REJECT-REASON
003020             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003030             GO TO 2020-EXIT
003040         END-IF
003050     END-IF
003060     PERFORM 2050-FIND-MASTER-ENTRY THRU 2050-EXIT
003070     EVALUATE TR-ACTION
003080         WHEN 'A'
003090             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
003100         WHEN 'C'
003110             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
003120         WHEN 'D'
003130             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
003140     END-EVALUATE.
003150 2020-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------*
003180*  2050-FIND-MASTER-ENTRY - SCANS THE MAINTENANCE TABLE FOR THE  *
003190*  TRANSACTION KEY.  LEAVES WS-ENTRY-FOUND SET AND MNT-HIT-IDX   *
003200*  AT THE MATCH, OR AT THE FIRST ENTRY GREATER THAN THE KEY      *
003210*  (THE INSERTION POINT FOR AN ADD).                             *
003220*----------------------------------------------------------------*
003230 2050-FIND-MASTER-ENTRY.
003240     MOVE 'N' TO WS-FOUND-SW
003250     COMPUTE MNT-HIT-IDX = MNT-COUNT + 1
003260     PERFORM 2060-SCAN-ONE-ENTRY THRU 2060-EXIT
003270         VARYING MNT-IDX FROM 1 BY 1
003280         UNTIL MNT-IDX > MNT-COUNT OR WS-ENTRY-FOUND
003290             OR MNT-HIT-IDX <= MNT-COUNT.
003300 2050-EXIT.
003310     EXIT.
003320 2060-SCAN-ONE-ENTRY.
003330     IF MNT-KEY (MNT-IDX) = TR-KEY
003340         MOVE 'Y' TO WS-FOUND-SW
003350         MOVE MNT-IDX TO MNT-HIT-IDX
003360     ELSE
003370         IF MNT-KEY (MNT-IDX) > TR-KEY
003380             MOVE MNT-IDX TO MNT-HIT-IDX
003390         END-IF
003400     END-IF.
003410 2060-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------*
003440*  2100-APPLY-ADD - INSERTS A NEW DATED RATE IN KEY SEQUENCE,    *
003450*  SHIFTING THE TAIL OF THE TABLE DOWN ONE SLOT.  THIS IS THE    *
003460*  NORMAL WAY A RATE MOVES ON: THE OLD RATE STAYS ON FILE FOR    *
003470*  THE DAYS IT WAS IN FORCE.                                     *
003480*----------------------------------------------------------------*
003490 2100-APPLY-ADD.
003500     IF WS-ENTRY-FOUND
003510         MOVE '04' TO WS-REJECT-REASON
003520         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003530         GO TO 2100-EXIT
003540     END-IF
003550     IF MNT-COUNT >= WS-MNT-MAX
003560         MOVE '06' TO WS-REJECT-REASON
003570         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003580         GO TO 2100-EXIT
003590     END-IF
003600     PERFORM 2150-SHIFT-TABLE-DOWN THRU 2150-EXIT
003610         VARYING MNT-SHIFT-IDX FROM MNT-COUNT BY -1
003620         UNTIL MNT-SHIFT-IDX < MNT-HIT-IDX
003630     ADD 1 TO MNT-COUNT
003640     MOVE TR-CURRENCY TO MNT-CURRENCY (MNT-HIT-IDX)
003650     MOVE TR-EFF-DATE TO MNT-EFF-DATE (MNT-HIT-IDX)
003660     MOVE TR-RATE TO MNT-RATE (MNT-HIT-IDX)
003670     MOVE TR-SOURCE TO MNT-SOURCE (MNT-HIT-IDX)
003680     ADD 1 TO WS-TRAN-APPLIED-CNT
003690     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
003700 2100-EXIT.
003710     EXIT.
003720 2150-SHIFT-TABLE-DOWN.
003730     MOVE MNT-ENTRY (MNT-SHIFT-IDX)
003740         TO MNT-ENTRY (MNT-SHIFT-IDX + 1).
003750 2150-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------*
003780*  2200-APPLY-CHANGE - CORRECTS A RATE KEYED IN ERROR, IN PLACE. *
003790*  A BLANK FIELD KEEPS THE VALUE ALREADY ON FILE.  A NEW RATE    *
003800*  FROM A NEW DATE IS AN ADD, NOT A CHANGE.                      *
003810*----------------------------------------------------------------*
003820 2200-APPLY-CHANGE.
003830     IF NOT WS-ENTRY-FOUND
003840         MOVE '05' TO WS-REJECT-REASON
003850         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003860         GO TO 2200-EXIT
003870     END-IF
003880     PERFORM 2510-REGISTER-BEFORE THRU 2510-EXIT
003890     IF TR-RATE-X NOT = SPACES
003900         MOVE TR-RATE TO MNT-RATE (MNT-HIT-IDX)
003910     END-IF
003920     IF TR-SOURCE NOT = SPACES
003930         MOVE TR-SOURCE TO MNT-SOURCE (MNT-HIT-IDX)
003940     END-IF
003950     ADD 1 TO WS-TRAN-APPLIED-CNT
003960     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
003970 2200-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------*
004000*  2300-APPLY-DELETE - REMOVES A DATED RATE KEYED IN ERROR,      *
004010*  SHIFTING THE TAIL OF THE TABLE UP ONE SLOT.                   *
004020*----------------------------------------------------------------*
004030 2300-APPLY-DELETE.
004040     IF NOT WS-ENTRY-FOUND
004050         MOVE '05' TO WS-REJECT-REASON
004060         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
004070         GO TO 2300-EXIT
004080     END-IF
004090     PERFORM 2510-REGISTER-BEFORE THRU 2510-EXIT
004100     PERFORM 2350-SHIFT-TABLE-UP THRU 2350-EXIT
004110         VARYING MNT-SHIFT-IDX FROM MNT-HIT-IDX BY 1
004120         UNTIL MNT-SHIFT-IDX >= MNT-COUNT
004130     SUBTRACT 1 FROM MNT-COUNT
004140     ADD 1 TO WS-TRAN-APPLIED-CNT
004150     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
004160 2300-EXIT.
004170     EXIT.
004180 2350-SHIFT-TABLE-UP.
004190     MOVE MNT-ENTRY (MNT-SHIFT-IDX + 1)
004200         TO MNT-ENTRY (MNT-SHIFT-IDX).
004210 2350-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------*
004240*  2400-REJECT-TRAN - DROPS THE TRANSACTION TO THE REJECT FILE   *
004250*  WITH ITS REASON CODE AND NOTES IT ON THE REGISTER.            *
004260*----------------------------------------------------------------*
004270 2400-REJECT-TRAN.
004280     MOVE SPACES TO REJECT-REC
004290     MOVE WS-REJECT-REASON TO RJ-REASON-CODE
004300     MOVE XRAT-TRAN-REC TO RJ-TRAN-IMAGE
004310     WRITE REJECT-REC
004320     ADD 1 TO WS-TRAN-REJECT-CNT
004330     MOVE SPACES TO WS-REG-LINE
004340     STRING 'REJECTED ' WS-REJECT-REASON ' ' TR-ACTION ' '
004350         TR-CURRENCY ' ' TR-EFF-DATE ' ' TR-RATE-X ' '
004360         TR-SOURCE
004370         DELIMITED BY SIZE INTO WS-REG-LINE
004380     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
004390 2400-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------*
004420*  2500-REGISTER-TRAN / 2510-REGISTER-BEFORE - PRINT THE         *
004430*  BEFORE AND AFTER IMAGES OF AN APPLIED TRANSACTION SO THE      *
004440*  REGISTER CAN BE SIGNED OFF AGAINST THE KEYED INPUT.           *
004450*----------------------------------------------------------------*
004460 2500-REGISTER-TRAN.
004470     MOVE SPACES TO WS-REG-LINE
004480     EVALUATE TR-ACTION
004490         WHEN 'A'
004500             MOVE MNT-RATE (MNT-HIT-IDX) TO WS-RATE-FMT
004510             STRING 'ADDED    ' TR-CURRENCY ' ' TR-EFF-DATE
004520                 ' AFTER  ' WS-RATE-FMT ' '
004530                 MNT-SOURCE (MNT-HIT-IDX)
004540                 DELIMITED BY SIZE INTO WS-REG-LINE
004550         WHEN 'C'
004560             MOVE MNT-RATE (MNT-HIT-IDX) TO WS-RATE-FMT
004570             STRING 'CHANGED  ' TR-CURRENCY ' ' TR-EFF-DATE
004580                 ' AFTER  ' WS-RATE-FMT ' '
004590                 MNT-SOURCE (MNT-HIT-IDX)
004600                 DELIMITED BY SIZE INTO WS-REG-LINE
004610         WHEN 'D'
004620             STRING 'DELETED  ' TR-CURRENCY ' ' TR-EFF-DATE
004630                 DELIMITED BY SIZE INTO WS-REG-LINE
004640     END-EVALUATE
004650     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
004660 2500-EXIT.
004670     EXIT.
004680 2510-REGISTER-BEFORE.
004690     MOVE MNT-RATE (MNT-HIT-IDX) TO WS-RATE-FMT
004700     MOVE SPACES TO WS-REG-LINE
004710     STRING '         ' TR-CURRENCY ' ' TR-EFF-DATE ' BEFORE '
004720         WS-RATE-FMT ' ' MNT-SOURCE (MNT-HIT-IDX)
004730         DELIMITED BY SIZE INTO WS-REG-LINE
004740     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
004750 2510-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------*
004780*  3000-WRITE-NEW-MASTER - WRITES THE MAINTAINED TABLE OUT AS    *
004790*  THE NEW RATE FILE, STILL IN CURRENCY / DATE SEQUENCE.         *
004800*----------------------------------------------------------------*
004810 3000-WRITE-NEW-MASTER.
004820     PERFORM 3010-WRITE-ONE-MASTER THRU 3010-EXIT
004830         VARYING MNT-IDX FROM 1 BY 1
004840         UNTIL MNT-IDX > MNT-COUNT.
004850 3000-EXIT.
004860     EXIT.
004870 3010-WRITE-ONE-MASTER.
004880     MOVE SPACES TO XRATE-NEW-REC
004890     MOVE MNT-CURRENCY (MNT-IDX) TO XRN-CURRENCY
004900     MOVE MNT-EFF-DATE (MNT-IDX) TO XRN-EFF-DATE
004910     MOVE MNT-RATE (MNT-IDX) TO XRN-RATE
004920     MOVE MNT-SOURCE (MNT-IDX) TO XRN-SOURCE
004930     WRITE XRATE-NEW-REC.
004940 3010-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------*
004970*  9000-TERMINATE - PRINT THE REGISTER TOTALS, CLOSE EVERYTHING, *
004980*  AND SET THE RETURN CODE: 0 ALL APPLIED, 4 SOME REJECTED.      *
004990*----------------------------------------------------------------*
005000 9000-TERMINATE.
005010     MOVE SPACES TO WS-REG-LINE
005020     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005030     MOVE WS-TRAN-READ-CNT TO WS-CNT-FMT
005040     MOVE SPACES TO WS-REG-LINE
005050     STRING 'TRANSACTIONS READ     ' WS-CNT-FMT
005060         DELIMITED BY SIZE INTO WS-REG-LINE
005070     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005080     MOVE WS-TRAN-APPLIED-CNT TO WS-CNT-FMT
005090     MOVE SPACES TO WS-REG-LINE
005100     STRING 'TRANSACTIONS APPLIED  ' WS-CNT-FMT
005110         DELIMITED BY SIZE INTO WS-REG-LINE
005120     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005130     MOVE WS-TRAN-REJECT-CNT TO WS-CNT-FMT
005140     MOVE SPACES TO WS-REG-LINE
005150     STRING 'TRANSACTIONS REJECTED ' WS-CNT-FMT
005160         DELIMITED BY SIZE INTO WS-REG-LINE
005170     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005180     MOVE MNT-COUNT TO WS-CNT-FMT
005190     MOVE SPACES TO WS-REG-LINE
005200     STRING 'NEW RATE RECORDS      ' WS-CNT-FMT
005210         DELIMITED BY SIZE INTO WS-REG-LINE
005220     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005230     CLOSE XRAT-TRAN-FILE
005240     CLOSE XRATE-FILE-NEW
005250     CLOSE CHANGE-REGISTER
005260     CLOSE REJECT-FILE
005270     IF WS-TRAN-REJECT-CNT > ZERO
005280         MOVE 4 TO RETURN-CODE
005290     END-IF.
005300 9000-EXIT.
005310     EXIT.
