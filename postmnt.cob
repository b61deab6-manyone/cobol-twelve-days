000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    POSTMNT.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW BATCH MAINTENANCE PROGRAM FOR THE        *
000110*                   POSTAGE RATE FILE (GIFTPRAT), BUILT ON THE   *
000120*                   VENDMNT PATTERN.  APPLIES ADD / CHANGE /     *
000130*                   DELETE TRANSACTIONS KEYED BY DESTINATION     *
000140*                   ZONE, WEIGHT BAND, AND PRESORT TIER AGAINST  *
000150*                   THE OLD FILE, WRITES A NEW FILE, PRINTS A    *
000160*                   BEFORE/AFTER CHANGE REGISTER FOR SIGN-OFF,   *
000170*                   AND DROPS BAD TRANSACTIONS TO A REJECT FILE  *
000180*                   WITH A REASON CODE.  POSTCALC PRICES EACH    *
000190*                   CATALOG'S MAILING MANIFEST AGAINST THIS FILE.*
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT PRATE-FILE-OLD ASSIGN TO PRATOLD
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-OLD-FS.
000270     SELECT PRAT-TRAN-FILE ASSIGN TO PRATTRAN
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-TRAN-FS.
000300     SELECT PRATE-FILE-NEW ASSIGN TO PRATNEW
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-NEW-FS.
000330     SELECT CHANGE-REGISTER ASSIGN TO PRATREG
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-REG-FS.
000360     SELECT REJECT-FILE ASSIGN TO PRATREJ
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REJ-FS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410*----------------------------------------------------------------*
000420*  ONE RATE PER DESTINATION ZONE, WEIGHT BAND, AND PRESORT TIER. *
000430*  A BLANK ZONE IS THE CARRIER'S STANDARD RATE FOR ANY ZONE NOT  *
000440*  LISTED ON ITS OWN.  THE WEIGHT BAND COVERS LETTERS OF UP TO   *
000450*  PR-MAX-PAGES PAGES.  A TIER APPLIES WHEN THE ZONE'S PIECES IN *
000460*  THE MAILING REACH PR-MIN-PIECES (THE CARRIER'S PRESORT        *
000470*  VOLUME); THE RESIDUE TIER CARRIES A MINIMUM OF ZERO.          *
000480*----------------------------------------------------------------*
000490 FD  PRATE-FILE-OLD
000500     RECORDING MODE IS F.
000510 01  PRATE-OLD-REC.
000520     05  PRO-KEY.
000530         10  PRO-ZONE              PIC X(3).
000540         10  PRO-MAX-PAGES         PIC 9(2).
000550         10  PRO-TIER              PIC X(1).
000560     05  PRO-MIN-PIECES            PIC 9(6).
000570     05  PRO-RATE                  PIC 9(2)V9(3).
000580     05  PRO-BAND-DESC             PIC X(20).
000590 FD  PRAT-TRAN-FILE
000600     RECORDING MODE IS F.
000610 01  PRAT-TRAN-REC.
000620     05  TR-ACTION                 PIC X(1).
000630     05  TR-KEY.
000640         10  TR-ZONE               PIC X(3).
000650         10  TR-MAX-PAGES          PIC 9(2).
000660         10  TR-TIER               PIC X(1).
000670     05  TR-MIN-PIECES             PIC 9(6).
000680     05  TR-MIN-PIECES-X REDEFINES TR-MIN-PIECES
000690                                   PIC X(6).
000700     05  TR-RATE                   PIC 9(2)V9(3).
000710     05  TR-RATE-X REDEFINES TR-RATE
000720                                   PIC X(5).
000730     05  TR-BAND-DESC              PIC X(20).
000740 FD  PRATE-FILE-NEW
000750     RECORDING MODE IS F.
000760 01  PRATE-NEW-REC.
000770     05  PRN-ZONE                  PIC X(3).
000780     05  PRN-MAX-PAGES             PIC 9(2).
000790     05  PRN-TIER                  PIC X(1).
000800     05  PRN-MIN-PIECES            PIC 9(6).
000810     05  PRN-RATE                  PIC 9(2)V9(3).
000820     05  PRN-BAND-DESC             PIC X(20).
000830 FD  CHANGE-REGISTER
000840     RECORDING MODE IS F.
000850 01  CHANGE-REGISTER-REC           PIC X(80).
000860 FD  REJECT-FILE
000870     RECORDING MODE IS F.
000880 01  REJECT-REC.
000890     05  RJ-REASON-CODE            PIC X(2).
000900     05  FILLER                    PIC X(1).
000910     05  RJ-TRAN-IMAGE             PIC X(38).
000920 WORKING-STORAGE SECTION.
000930 77  WS-OLD-FS                     PIC X(2)  VALUE '00'.
000940 77  WS-TRAN-FS                    PIC X(2)  VALUE '00'.
000950 77  WS-NEW-FS                     PIC X(2)  VALUE '00'.
000960 77  WS-REG-FS                     PIC X(2)  VALUE '00'.
000970 77  WS-REJ-FS                     PIC X(2)  VALUE '00'.
000980 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000990 01  WS-MASTER-EOF-SW              PIC X(1)  VALUE 'N'.
001000     88  WS-MASTER-EOF                       VALUE 'Y'.
001010 01  WS-TRAN-EOF-SW                PIC X(1)  VALUE 'N'.
001020     88  WS-TRAN-EOF                         VALUE 'Y'.
001030 01  WS-FOUND-SW                   PIC X(1)  VALUE 'N'.
001040     88  WS-ENTRY-FOUND                      VALUE 'Y'.
001050 77  WS-MNT-MAX                    PIC 9(3)  COMP VALUE 300.
001060 77  MNT-COUNT                     PIC 9(3)  COMP VALUE ZERO.
001070 77  MNT-IDX                       PIC 9(3)  COMP VALUE ZERO.
001080 77  MNT-HIT-IDX                   PIC 9(3)  COMP VALUE ZERO.
001090 77  MNT-SHIFT-IDX                 PIC 9(3)  COMP VALUE ZERO.
001100 77  WS-TRAN-READ-CNT              PIC 9(5)  COMP VALUE ZERO.
001110 77  WS-TRAN-APPLIED-CNT           PIC 9(5)  COMP VALUE ZERO.
001120 77  WS-TRAN-REJECT-CNT            PIC 9(5)  COMP VALUE ZERO.
001130 77  WS-CNT-FMT                    PIC ZZZZ9.
001140 77  WS-RATE-FMT                   PIC Z9.999.
001150 77  WS-MIN-FMT                    PIC ZZZZZ9.
001160 01  MNT-MASTER-TABLE.
001170     05  MNT-ENTRY OCCURS 300.
001180         10  MNT-KEY.
001190             15  MNT-ZONE          PIC X(3).
001200             15  MNT-MAX-PAGES     PIC 9(2).
001210             15  MNT-TIER          PIC X(1).
001220         10  MNT-MIN-PIECES        PIC 9(6).
001230         10  MNT-RATE              PIC 9(2)V9(3).
001240         10  MNT-BAND-DESC         PIC X(20).
001250 01  WS-PREV-KEY                   PIC X(6)  VALUE LOW-VALUES.
001260 01  WS-REG-LINE                   PIC X(80).
001270*----------------------------------------------------------------*
001280*  REJECT REASON CODES, AS PRINTED ON THE REGISTER AND CARRIED   *
001290*  ON THE REJECT FILE:                                           *
001300*    01 - ACTION CODE NOT A, C, OR D                             *
001310*    02 - WEIGHT BAND (MAXIMUM PAGES) NOT NUMERIC OR ZERO        *
001320*    03 - PRESORT TIER CODE BLANK                                *
001330*    04 - ADD FOR A ZONE / BAND / TIER ALREADY ON FILE           *
001340*    05 - CHANGE OR DELETE FOR A ZONE / BAND / TIER NOT ON FILE  *
001350*    06 - RATE TABLE FULL, ADD COULD NOT BE APPLIED              *
001360*    07 - RATE NOT NUMERIC OR ZERO                               *
001370*    08 - TIER MINIMUM PIECES NOT NUMERIC                        *
001380*----------------------------------------------------------------*
001390 77  WS-REJECT-REASON              PIC X(2)  VALUE SPACES.
001400 77  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001410 77  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001420 PROCEDURE DIVISION.
001430*----------------------------------------------------------------*
001440*  0000-MAINLINE - LOAD THE OLD RATE FILE, APPLY THE             *
001450*  TRANSACTIONS, WRITE THE NEW FILE AND THE REGISTER TOTALS.     *
001460*----------------------------------------------------------------*
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001490     PERFORM 1200-LOAD-OLD-MASTER THRU 1200-EXIT
001500     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
001510     PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT
001530     GOBACK.
001540*----------------------------------------------------------------*
001550*  1000-INITIALIZE - OPEN ALL FILES AND PRINT THE REGISTER       *
001560*  HEADING.                                                      *
001570*----------------------------------------------------------------*
001580 1000-INITIALIZE.
001590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001600*    RATE RECORDS MUST STAY FIXED AT FULL LENGTH, BLANKS AND     *
001610*    ALL, OR A BLANK (STANDARD) ZONE READS BACK SHORT.           *
001620     MOVE 'COB_LS_FIXED' TO WS-ENV-NAME
001630     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
001640     MOVE 'Y' TO WS-ENV-VALUE
001650     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
001660     OPEN INPUT PRAT-TRAN-FILE
001670     IF WS-TRAN-FS NOT = '00'
001680         DISPLAY 'POSTMNT - UNABLE TO OPEN PRAT-TRAN-FILE,'
001690             ' STATUS ' WS-TRAN-FS
001700         MOVE 16 TO RETURN-CODE
001710         STOP RUN
001720     END-IF
001730     OPEN OUTPUT PRATE-FILE-NEW
001740     IF WS-NEW-FS NOT = '00'
001750         DISPLAY 'POSTMNT - UNABLE TO OPEN PRATE-FILE-NEW,'
001760             ' STATUS ' WS-NEW-FS
001770         MOVE 16 TO RETURN-CODE
001780         STOP RUN
001790     END-IF
001800     OPEN OUTPUT CHANGE-REGISTER
001810     IF WS-REG-FS NOT = '00'
001820         DISPLAY 'POSTMNT - UNABLE TO OPEN CHANGE-REGISTER,'
001830             ' STATUS ' WS-REG-FS
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF
001870     OPEN OUTPUT REJECT-FILE
001880     IF WS-REJ-FS NOT = '00'
001890         DISPLAY 'POSTMNT - UNABLE TO OPEN REJECT-FILE,'
001900             ' STATUS ' WS-REJ-FS
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF
001940     MOVE SPACES TO WS-REG-LINE
001950     STRING 'POSTAGE RATE CHANGE REGISTER  RUN DATE '
001960         WS-RUN-DATE DELIMITED BY SIZE INTO WS-REG-LINE
001970     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
001980     MOVE SPACES TO WS-REG-LINE
001990     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
002000 1000-EXIT.
002010     EXIT.
002020*----------------------------------------------------------------*
002030*  1200-LOAD-OLD-MASTER - LOADS THE WHOLE OLD RATE FILE INTO THE *
002040*  MAINTENANCE TABLE, IN FILE ORDER, PROVING THE FILE IS IN      *
002050*  ASCENDING ZONE / BAND / TIER SEQUENCE AS IT GOES.  A MISSING  *
002060*  FILE IS A FIRST-TIME LOAD: THE NEW FILE IS BUILT FROM THE ADD *
002070*  TRANSACTIONS ALONE.                                           *
002080*----------------------------------------------------------------*
002090 1200-LOAD-OLD-MASTER.
002100     MOVE 'N' TO WS-MASTER-EOF-SW
002110     MOVE LOW-VALUES TO WS-PREV-KEY
002120     OPEN INPUT PRATE-FILE-OLD
002130     IF WS-OLD-FS = '35'
002140         GO TO 1200-EXIT
002150     END-IF
002160     IF WS-OLD-FS NOT = '00'
002170         DISPLAY 'POSTMNT - UNABLE TO OPEN PRATE-FILE-OLD,'
002180             ' STATUS ' WS-OLD-FS
002190         MOVE 16 TO RETURN-CODE
002200         STOP RUN
002210     END-IF
002220     PERFORM 1210-READ-OLD-MASTER THRU 1210-EXIT
002230         UNTIL WS-MASTER-EOF
002240     CLOSE PRATE-FILE-OLD.
002250 1200-EXIT.
002260     EXIT.
002270 1210-READ-OLD-MASTER.
002280     READ PRATE-FILE-OLD
002290         AT END
002300             MOVE 'Y' TO WS-MASTER-EOF-SW
002310         NOT AT END
002320             PERFORM 1220-CHECK-OLD-RECORD THRU 1220-EXIT
002330             ADD 1 TO MNT-COUNT
002340             MOVE PRO-ZONE TO MNT-ZONE (MNT-COUNT)
002350             MOVE PRO-MAX-PAGES TO MNT-MAX-PAGES (MNT-COUNT)
002360             MOVE PRO-TIER TO MNT-TIER (MNT-COUNT)
002370             MOVE PRO-MIN-PIECES TO MNT-MIN-PIECES (MNT-COUNT)
002380             MOVE PRO-RATE TO MNT-RATE (MNT-COUNT)
002390             MOVE PRO-BAND-DESC TO MNT-BAND-DESC (MNT-COUNT)
002400             MOVE PRO-KEY TO WS-PREV-KEY
002410     END-READ.
002420 1210-EXIT.
002430     EXIT.
002440 1220-CHECK-OLD-RECORD.
002450     IF PRO-KEY NOT > WS-PREV-KEY
002460         DISPLAY 'POSTMNT - POSTAGE RATE FILE OUT OF SEQUENCE'
002470             ' AT ' PRO-KEY
002480         MOVE 16 TO RETURN-CODE
002490         STOP RUN
002500     END-IF
002510     IF MNT-COUNT >= WS-MNT-MAX
002520         DISPLAY 'POSTMNT - POSTAGE RATE FILE EXCEEDS '
002530             WS-MNT-MAX ' RECORDS, TABLE FULL'
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570 1220-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------*
002600*  2000-PROCESS-TRANSACTIONS - READS EVERY TRANSACTION, EDITS    *
002610*  IT, AND EITHER APPLIES IT TO THE MAINTENANCE TABLE OR DROPS   *
002620*  IT TO THE REJECT FILE WITH A REASON CODE.                     *
002630*----------------------------------------------------------------*
002640 2000-PROCESS-TRANSACTIONS.
002650     PERFORM 2010-READ-TRAN THRU 2010-EXIT
002660         UNTIL WS-TRAN-EOF.
002670 2000-EXIT.
002680     EXIT.
002690 2010-READ-TRAN.
002700     READ PRAT-TRAN-FILE
002710         AT END
002720             MOVE 'Y' TO WS-TRAN-EOF-SW
002730         NOT AT END
002740             ADD 1 TO WS-TRAN-READ-CNT
002750             PERFORM 2020-EDIT-AND-APPLY THRU 2020-EXIT
002760     END-READ.
002770 2010-EXIT.
002780     EXIT.
002790 2020-EDIT-AND-APPLY.
002800     MOVE SPACES TO WS-REJECT-REASON
002810     IF TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'C'
002820         AND TR-ACTION NOT = 'D'
002830         MOVE '01' TO WS-REJECT-REASON
002840         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002850         GO TO 2020-EXIT
002860     END-IF
002870     IF TR-MAX-PAGES NOT NUMERIC OR TR-MAX-PAGES = ZERO
002880         MOVE '02' TO WS-REJECT-REASON
002890         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002900         GO TO 2020-EXIT
002910     END-IF
002920     IF TR-TIER = SPACE
002930         MOVE '03' TO WS-REJECT-REASON
002940         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002950         GO TO 2020-EXIT
002960     END-IF
002970     IF TR-ACTION = 'A'
002980         OR (TR-ACTION = 'C' AND TR-RATE-X NOT = SPACES)
002990         IF TR-RATE NOT NUMERIC OR TR-RATE = ZERO
003000             MOVE '07' TO WS-REJECT-REASON
003010             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003020             GO TO 2020-EXIT
003030         END-IF
003040     END-IF
003050     IF TR-ACTION = 'A'
003060         OR (TR-ACTION = 'C' AND TR-MIN-PIECES-X NOT = SPACES)
003070         IF TR-MIN-PIECES NOT NUMERIC
003080             MOVE '08' TO WS-REJECT-REASON
003090             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003100             GO TO 2020-EXIT
003110         END-IF
003120     END-IF
003130     PERFORM 2050-FIND-MASTER-ENTRY THRU 2050-EXIT
003140     EVALUATE TR-ACTION
003150         WHEN 'A'
003160             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
003170         WHEN 'C'
003180             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
003190         WHEN 'D'
003200             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
003210     END-EVALUATE.
003220 2020-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------*
003250*  2050-FIND-MASTER-ENTRY - SCANS THE MAINTENANCE TABLE FOR THE  *
003260*  TRANSACTION KEY.  LEAVES WS-ENTRY-FOUND SET AND MNT-HIT-IDX   *
003270*  AT THE MATCH, OR AT THE FIRST ENTRY GREATER THAN THE KEY      *
003280*  (THE INSERTION POINT FOR AN ADD).                             *
003290*----------------------------------------------------------------*
003300 2050-FIND-MASTER-ENTRY.
003310     MOVE 'N' TO WS-FOUND-SW
003320     COMPUTE MNT-HIT-IDX = MNT-COUNT + 1
003330     PERFORM 2060-SCAN-ONE-ENTRY THRU 2060-EXIT
003340         VARYING MNT-IDX FROM 1 BY 1
003350         UNTIL MNT-IDX > MNT-COUNT OR WS-ENTRY-FOUND
003360             OR MNT-HIT-IDX <= MNT-COUNT.
003370 2050-EXIT.
003380     EXIT.
003390 2060-SCAN-ONE-ENTRY.
003400     IF MNT-KEY (MNT-IDX) = TR-KEY
003410         MOVE 'Y' TO WS-FOUND-SW
003420         MOVE MNT-IDX TO MNT-HIT-IDX
003430     ELSE
003440         IF MNT-KEY (MNT-IDX) > TR-KEY
003450             MOVE MNT-IDX TO MNT-HIT-IDX
003460         END-IF
003470     END-IF.
003480 2060-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------*
003510*  2100-APPLY-ADD - INSERTS A NEW RATE IN KEY SEQUENCE, SHIFTING *
003520*  THE TAIL OF THE TABLE DOWN ONE SLOT.                          *
003530*----------------------------------------------------------------*
003540 2100-APPLY-ADD.
003550     IF WS-ENTRY-FOUND
003560         MOVE '04' TO WS-REJECT-REASON
003570         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003580         GO TO 2100-EXIT
003590     END-IF
003600     IF MNT-COUNT >= WS-MNT-MAX
003610         MOVE '06' TO WS-REJECT-REASON
003620         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003630         GO TO 2100-EXIT
003640     END-IF
003650     PERFORM 2150-SHIFT-TABLE-DOWN THRU 2150-EXIT
003660         VARYING MNT-SHIFT-IDX FROM MNT-COUNT BY -1
003670         UNTIL MNT-SHIFT-IDX < MNT-HIT-IDX
003680     ADD 1 TO MNT-COUNT
003690     MOVE TR-ZONE TO MNT-ZONE (MNT-HIT-IDX)
003700     MOVE TR-MAX-PAGES TO MNT-MAX-PAGES (MNT-HIT-IDX)
003710     MOVE TR-TIER TO MNT-TIER (MNT-HIT-IDX)
003720     MOVE TR-MIN-PIECES TO MNT-MIN-PIECES (MNT-HIT-IDX)
003730     MOVE TR-RATE TO MNT-RATE (MNT-HIT-IDX)
003740     MOVE TR-BAND-DESC TO MNT-BAND-DESC (MNT-HIT-IDX)
003750     ADD 1 TO WS-TRAN-APPLIED-CNT
003760     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
003770 2100-EXIT.
003780     EXIT.
003790 2150-SHIFT-TABLE-DOWN.
003800     MOVE MNT-ENTRY (MNT-SHIFT-IDX)
003810         TO MNT-ENTRY (MNT-SHIFT-IDX + 1).
003820 2150-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------*
003850*  2200-APPLY-CHANGE - REWORKS AN EXISTING RATE IN PLACE, AS     *
003860*  WHEN THE CARRIER REPRICES.  A BLANK FIELD KEEPS THE VALUE     *
003870*  ALREADY ON FILE.                                              *
003880*----------------------------------------------------------------*
003890 2200-APPLY-CHANGE.
003900     IF NOT WS-ENTRY-FOUND
003910         MOVE '05' TO WS-REJECT-REASON
003920         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003930         GO TO 2200-EXIT
003940     END-IF
003950     PERFORM 2510-REGISTER-BEFORE THRU 2510-EXIT
003960     IF TR-MIN-PIECES-X NOT = SPACES
003970         MOVE TR-MIN-PIECES TO MNT-MIN-PIECES (MNT-HIT-IDX)
003980     END-IF
003990     IF TR-RATE-X NOT = SPACES
004000         MOVE TR-RATE TO MNT-RATE (MNT-HIT-IDX)
004010     END-IF
004020     IF TR-BAND-DESC NOT = SPACES
004030         MOVE TR-BAND-DESC TO MNT-BAND-DESC (MNT-HIT-IDX)
004040     END-IF
004050     ADD 1 TO WS-TRAN-APPLIED-CNT
004060     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
004070 2200-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------*
004100*  2300-APPLY-DELETE - REMOVES A RATE THE CARRIER HAS WITHDRAWN, *
004110*  SHIFTING THE TAIL OF THE TABLE UP ONE SLOT.                   *
004120*----------------------------------------------------------------*
004130 2300-APPLY-DELETE.
004140     IF NOT WS-ENTRY-FOUND
004150         MOVE '05' TO WS-REJECT-REASON
004160         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
004170         GO TO 2300-EXIT
004180     END-IF
004190     PERFORM 2510-REGISTER-BEFORE THRU 2510-EXIT
004200     PERFORM 2350-SHIFT-TABLE-UP THRU 2350-EXIT
004210         VARYING MNT-SHIFT-IDX FROM MNT-HIT-IDX BY 1
004220         UNTIL MNT-SHIFT-IDX >= MNT-COUNT
004230     SUBTRACT 1 FROM MNT-COUNT
004240     ADD 1 TO WS-TRAN-APPLIED-CNT
004250     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
004260 2300-EXIT.
004270     EXIT.
004280 2350-SHIFT-TABLE-UP.
004290     MOVE MNT-ENTRY (MNT-SHIFT-IDX + 1)
004300         TO MNT-ENTRY (MNT-SHIFT-IDX).
004310 2350-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------*
004340*  2400-REJECT-TRAN - DROPS THE TRANSACTION TO THE REJECT FILE   *
004350*  WITH ITS REASON CODE AND NOTES IT ON THE REGISTER.            *
004360*----------------------------------------------------------------*
004370 2400-REJECT-TRAN.
004380     MOVE SPACES TO REJECT-REC
004390     MOVE WS-REJECT-REASON TO RJ-REASON-CODE
004400     MOVE PRAT-TRAN-REC TO RJ-TRAN-IMAGE
004410     WRITE REJECT-REC
004420     ADD 1 TO WS-TRAN-REJECT-CNT
004430     MOVE SPACES TO WS-REG-LINE
004440     STRING 'REJECTED ' WS-REJECT-REASON ' ' TR-ACTION ' '
004450         TR-ZONE ' ' TR-MAX-PAGES ' ' TR-TIER ' '
004460         TR-MIN-PIECES-X ' ' TR-RATE-X ' ' TR-BAND-DESC
004470         DELIMITED BY SIZE INTO WS-REG-LINE
004480     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
004490 2400-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------*
004520*  2500-REGISTER-TRAN / 2510-REGISTER-BEFORE - PRINT THE         *
004530*  BEFORE AND AFTER IMAGES OF AN APPLIED TRANSACTION SO THE      *
004540*  REGISTER CAN BE SIGNED OFF AGAINST THE KEYED INPUT.           *
004550*----------------------------------------------------------------*
004560 2500-REGISTER-TRAN.
004570     MOVE SPACES TO WS-REG-LINE
004580     EVALUATE TR-ACTION
004590         WHEN 'A'
004600             PERFORM 2520-FORMAT-ENTRY THRU 2520-EXIT
004610             STRING 'ADDED    ' TR-ZONE ' ' TR-MAX-PAGES ' '
004620                 TR-TIER ' AFTER  ' WS-MIN-FMT ' ' WS-RATE-FMT
004630                 ' ' MNT-BAND-DESC (MNT-HIT-IDX)
004640                 DELIMITED BY SIZE INTO WS-REG-LINE
004650         WHEN 'C'
004660             PERFORM 2520-FORMAT-ENTRY THRU 2520-EXIT
004670             STRING 'CHANGED  ' TR-ZONE ' ' TR-MAX-PAGES ' '
004680                 TR-TIER ' AFTER  ' WS-MIN-FMT ' ' WS-RATE-FMT
004690                 ' ' MNT-BAND-DESC (MNT-HIT-IDX)
004700                 DELIMITED BY SIZE INTO WS-REG-LINE
004710         WHEN 'D'
004720             STRING 'DELETED  ' TR-ZONE ' ' TR-MAX-PAGES ' '
004730                 TR-TIER
004740                 DELIMITED BY SIZE INTO WS-REG-LINE
004750     END-EVALUATE
004760     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
004770 2500-EXIT.
004780     EXIT.
004790 2510-REGISTER-BEFORE.
004800     PERFORM 2520-FORMAT-ENTRY THRU 2520-EXIT
004810     MOVE SPACES TO WS-REG-LINE
004820     STRING '         ' TR-ZONE ' ' TR-MAX-PAGES ' ' TR-TIER
004830         ' BEFORE ' WS-MIN-FMT ' ' WS-RATE-FMT ' '
004840         MNT-BAND-DESC (MNT-HIT-IDX)
004850         DELIMITED BY SIZE INTO WS-REG-LINE
004860     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
004870 2510-EXIT.
004880     EXIT.
004890 2520-FORMAT-ENTRY.
004900     MOVE MNT-MIN-PIECES (MNT-HIT-IDX) TO WS-MIN-FMT
004910     MOVE MNT-RATE (MNT-HIT-IDX) TO WS-RATE-FMT.
004920 2520-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------*
004950*  3000-WRITE-NEW-MASTER - WRITES THE MAINTAINED TABLE OUT AS    *
004960*  THE NEW RATE FILE, STILL IN ZONE / BAND / TIER SEQUENCE.      *
004970*----------------------------------------------------------------*
004980 3000-WRITE-NEW-MASTER.
004990     PERFORM 3010-WRITE-ONE-MASTER THRU 3010-EXIT
005000         VARYING MNT-IDX FROM 1 BY 1
005010         UNTIL MNT-IDX > MNT-COUNT.
005020 3000-EXIT.
005030     EXIT.
005040 3010-WRITE-ONE-MASTER.
005050     MOVE SPACES TO PRATE-NEW-REC
005060     MOVE MNT-ZONE (MNT-IDX) TO PRN-ZONE
005070     MOVE MNT-MAX-PAGES (MNT-IDX) TO PRN-MAX-PAGES
005080     MOVE MNT-TIER (MNT-IDX) TO PRN-TIER
005090     MOVE MNT-MIN-PIECES (MNT-IDX) TO PRN-MIN-PIECES
005100     MOVE MNT-RATE (MNT-IDX) TO PRN-RATE
005110     MOVE MNT-BAND-DESC (MNT-IDX) TO PRN-BAND-DESC
005120     WRITE PRATE-NEW-REC.
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
005390     STRING 'NEW RATE RECORDS      ' WS-CNT-FMT
005400         DELIMITED BY SIZE INTO WS-REG-LINE
005410     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE
005420     CLOSE PRAT-TRAN-FILE
005430     CLOSE PRATE-FILE-NEW
005440     CLOSE CHANGE-REGISTER
005450     CLOSE REJECT-FILE
005460     IF WS-TRAN-REJECT-CNT > ZERO
005470         MOVE 4 TO RETURN-CODE
005480     END-IF.
005490 9000-EXIT.
005500     EXIT.
