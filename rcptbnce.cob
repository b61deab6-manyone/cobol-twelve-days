000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCPTBNCE.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW INBOUND E-MAIL BOUNCE-BACK JOB, THE      *
000110*                   E-MAIL COUNTERPART OF RCPTUNDL.  READS THE   *
000120*                   E-MAIL PROVIDER'S BOUNCE FILE (ONE RECORD    *
000130*                   PER BOUNCED MESSAGE: RECIPIENT ID, THE       *
000140*                   ADDRESS IT WENT TO, HARD OR SOFT, DATE, AND  *
000150*                   THE PROVIDER'S REASON), MATCHES EACH BOUNCE  *
000160*                   TO THE RECIPIENT-MASTER RECORD BY ID AND     *
000170*                   ADDRESS, AND SWITCHES A HARD-BOUNCED         *
000180*                   RECIPIENT BACK TO A PRINTED LETTER (CHANNEL  *
000190*                   'P') SO THE NEXT RUN MAILS THEM ON PAPER.    *
000200*                   EVERY SWITCH IS LOGGED TO MAIL-HISTORY AS AN *
000210*                   E-MAIL BOUNCED EVENT ('B') WITH THE ADDRESS. *
000220*                   A SOFT BOUNCE IS LISTED ONLY - THE PROVIDER  *
000230*                   RETRIES IT.  A BOUNCE THAT MATCHES NOBODY,   *
000240*                   OR NAMES AN ADDRESS NO LONGER ON FILE, IS AN *
000250*                   EXCEPTION ON THE REGISTER.                   *
000260*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RECIPIENT-MASTER-OLD ASSIGN TO RCPTMOLD
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-OLD-FS.
000330     SELECT BOUNCE-FILE ASSIGN TO GIFTBNCE
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BNCE-FS.
000360     SELECT RECIPIENT-MASTER-NEW ASSIGN TO RCPTMNEW
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-NEW-FS.
000390     SELECT BOUNCE-REGISTER ASSIGN TO RCPTBREG
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REG-FS.
000420     COPY MHSTSEL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  RECIPIENT-MASTER-OLD
000460     RECORDING MODE IS F.
000470 01  RECIPIENT-MASTER-OLD-REC.
000480     05  RCO-RECIP-ID              PIC X(6).
000490     05  RCO-NAME                  PIC X(30).
000500     05  RCO-ADDR-LINE-1           PIC X(30).
000510     05  RCO-ADDR-LINE-2           PIC X(30).
000520     05  RCO-CATALOG-ID            PIC X(2).
000530     05  RCO-STATUS                PIC X(1).
000540     05  RCO-POSTAL-CODE           PIC X(10).
000550     05  RCO-SEGMENT-CODE          PIC X(2).
000560     05  RCO-STATUS-DATE           PIC 9(8).
000570     05  RCO-PURGE-DATE            PIC 9(8).
000580     05  RCO-CHANNEL               PIC X(1).
000590     05  RCO-EMAIL-ADDR            PIC X(60).
000600*----------------------------------------------------------------*
000610*  THE PROVIDER'S BOUNCE FILE.  THE RECIPIENT ID IS THE ONE THE  *
000620*  MESSAGE CARRIED ON THE OUTBOUND EXTRACT (GIFTEMAL).           *
000630*----------------------------------------------------------------*
000640 FD  BOUNCE-FILE
000650     RECORDING MODE IS F.
000660 01  BOUNCE-REC.
000670     05  BN-RECIP-ID               PIC X(6).
000680     05  BN-EMAIL-ADDR             PIC X(60).
000690     05  BN-BOUNCE-TYPE            PIC X(1).
000700         88  BN-HARD-BOUNCE                  VALUE 'H'.
000710         88  BN-SOFT-BOUNCE                  VALUE 'S'.
000720     05  BN-BOUNCE-DATE            PIC 9(8).
000730     05  BN-REASON                 PIC X(40).
000740 FD  RECIPIENT-MASTER-NEW
000750     RECORDING MODE IS F.
000760 01  RECIPIENT-MASTER-NEW-REC.
000770     05  RCN-RECIP-ID              PIC X(6).
000780     05  RCN-NAME                  PIC X(30).
000790     05  RCN-ADDR-LINE-1           PIC X(30).
000800     05  RCN-ADDR-LINE-2           PIC X(30).
000810     05  RCN-CATALOG-ID            PIC X(2).
000820     05  RCN-STATUS                PIC X(1).
000830     05  RCN-POSTAL-CODE           PIC X(10).
000840     05  RCN-SEGMENT-CODE          PIC X(2).
000850     05  RCN-STATUS-DATE           PIC 9(8).
000860     05  RCN-PURGE-DATE            PIC 9(8).
000870     05  RCN-CHANNEL               PIC X(1).
000880     05  RCN-EMAIL-ADDR            PIC X(60).
000890 FD  BOUNCE-REGISTER
000900     RECORDING MODE IS F.
000910 01  BOUNCE-REGISTER-REC           PIC X(100).
000920     COPY MHSTFD.
000930 WORKING-STORAGE SECTION.
000940     COPY MHSTWS.
000950 77  WS-OLD-FS                     PIC X(2)  VALUE '00'.
000960 77  WS-BNCE-FS                    PIC X(2)  VALUE '00'.
000970 77  WS-NEW-FS                     PIC X(2)  VALUE '00'.
000980 77  WS-REG-FS                     PIC X(2)  VALUE '00'.
000990 01  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
001000 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001010     05  WS-RUN-YEAR               PIC 9(4).
001020     05  WS-RUN-MONTH              PIC 9(2).
001030     05  FILLER                    PIC 9(2).
001040*    THE SEASON A BOUNCED MESSAGE WAS SENT IN - SEE 2200.        *
001050 77  WS-BOUNCE-SEASON              PIC 9(4)  VALUE ZERO.
001060 01  WS-MASTER-EOF-SW              PIC X(1)  VALUE 'N'.
001070     88  WS-MASTER-EOF                       VALUE 'Y'.
001080 01  WS-BNCE-EOF-SW                PIC X(1)  VALUE 'N'.
001090     88  WS-BNCE-EOF                         VALUE 'Y'.
001100 01  WS-MATCH-SW                   PIC X(1)  VALUE 'N'.
001110     88  WS-MATCH-FOUND                      VALUE 'Y'.
001120 77  WS-MNT-MAX                    PIC 9(5)  COMP VALUE 20000.
001130 77  MNT-COUNT                     PIC 9(5)  COMP VALUE ZERO.
001140 77  MNT-IDX                       PIC 9(5)  COMP VALUE ZERO.
001150 77  MNT-HIT-IDX                   PIC 9(5)  COMP VALUE ZERO.
001160 77  WS-BNCE-READ-CNT              PIC 9(5)  COMP VALUE ZERO.
001170 77  WS-SWITCHED-CNT               PIC 9(5)  COMP VALUE ZERO.
001180 77  WS-ALREADY-CNT                PIC 9(5)  COMP VALUE ZERO.
001190 77  WS-SOFT-CNT                   PIC 9(5)  COMP VALUE ZERO.
001200 77  WS-EXCEPTION-CNT              PIC 9(5)  COMP VALUE ZERO.
001210 77  WS-CNT-FMT                    PIC ZZZZ9.
001220 01  MNT-MASTER-TABLE.
001230     05  MNT-ENTRY OCCURS 20000.
001240         10  MNT-RECIP-ID          PIC X(6).
001250         10  MNT-NAME              PIC X(30).
001260         10  MNT-ADDR-1            PIC X(30).
001270         10  MNT-ADDR-2            PIC X(30).
001280         10  MNT-CATALOG-ID        PIC X(2).
001290         10  MNT-STATUS            PIC X(1).
001300         10  MNT-POSTAL            PIC X(10).
001310         10  MNT-SEGMENT           PIC X(2).
001320         10  MNT-STATUS-DATE       PIC 9(8).
001330         10  MNT-PURGE-DATE        PIC 9(8).
001340         10  MNT-CHANNEL           PIC X(1).
001350         10  MNT-EMAIL-ADDR        PIC X(60).
001360 01  WS-REG-LINE                   PIC X(100).
001370 77  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001380 77  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001390 PROCEDURE DIVISION.
001400*----------------------------------------------------------------*
001410*  0000-MAINLINE - LOAD THE MASTER, APPLY THE BOUNCES, WRITE THE *
001420*  NEW MASTER AND THE REGISTER TOTALS.                           *
001430*----------------------------------------------------------------*
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001460     PERFORM 1200-LOAD-OLD-MASTER THRU 1200-EXIT
001470     PERFORM 2000-PROCESS-BOUNCES THRU 2000-EXIT
001480     PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT
001490     PERFORM 9000-TERMINATE THRU 9000-EXIT
001500     GOBACK.
001510*----------------------------------------------------------------*
001520*  1000-INITIALIZE - OPEN EVERYTHING AND PRINT THE REGISTER      *
001530*  HEADING.  BOUNCES COME BACK WITHIN DAYS OF THE SEND, BUT A    *
001540*  RUN IN JANUARY TO JUNE STILL BELONGS TO THE SEASON BEFORE.    *
001550*----------------------------------------------------------------*
001560 1000-INITIALIZE.
001570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001580     MOVE WS-RUN-YEAR TO WS-BOUNCE-SEASON
001590     IF WS-RUN-MONTH < 7
001600         SUBTRACT 1 FROM WS-BOUNCE-SEASON
001610     END-IF
001620*    MASTER RECORDS MUST STAY FIXED AT FULL LENGTH, BLANKS AND   *
001630*    ALL, OR THE ENGINES MISREAD THE TRAILING FIELDS.            *
001640     MOVE 'COB_LS_FIXED' TO WS-ENV-NAME
001650     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
001660     MOVE 'Y' TO WS-ENV-VALUE
001670     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
001680     OPEN INPUT BOUNCE-FILE
001690     IF WS-BNCE-FS NOT = '00'
001700         DISPLAY 'RCPTBNCE - UNABLE TO OPEN BOUNCE-FILE,'
001710             ' STATUS ' WS-BNCE-FS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF
001750     OPEN OUTPUT RECIPIENT-MASTER-NEW
001760     IF WS-NEW-FS NOT = '00'
001770         DISPLAY 'RCPTBNCE - UNABLE TO OPEN RECIPIENT-MASTER-NEW'
001780             ', STATUS ' WS-NEW-FS
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF
001820     OPEN OUTPUT BOUNCE-REGISTER
001830     IF WS-REG-FS NOT = '00'
001840         DISPLAY 'RCPTBNCE - UNABLE TO OPEN BOUNCE-REGISTER,'
001850             ' STATUS ' WS-REG-FS
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001890     MOVE WS-RUN-DATE TO WS-MHST-RUN-DATE
001900     OPEN EXTEND MAIL-HISTORY
001910     IF WS-MHST-FS = '35'
001920         OPEN OUTPUT MAIL-HISTORY
001930     END-IF
001940     IF WS-MHST-FS NOT = '00'
001950         DISPLAY 'RCPTBNCE - UNABLE TO OPEN MAIL-HISTORY,'
001960             ' STATUS ' WS-MHST-FS
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF
002000     MOVE SPACES TO WS-REG-LINE
002010     STRING 'E-MAIL BOUNCE-BACK REGISTER  RUN DATE '
002020         WS-RUN-DATE DELIMITED BY SIZE INTO WS-REG-LINE
002030     WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
002040     MOVE SPACES TO WS-REG-LINE
002050     WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE.
002060 1000-EXIT.
002070     EXIT.
002080*----------------------------------------------------------------*
002090*  1200-LOAD-OLD-MASTER - LOADS THE WHOLE MASTER INTO THE WORK   *
002100*  TABLE IN FILE ORDER.  AN EMPTY OR MISSING MASTER MEANS THERE  *
002110*  IS NOTHING TO MATCH AGAINST - EVERY BOUNCE WILL EXCEPTION.    *
002120*----------------------------------------------------------------*
002130 1200-LOAD-OLD-MASTER.
002140     MOVE 'N' TO WS-MASTER-EOF-SW
002150     OPEN INPUT RECIPIENT-MASTER-OLD
002160     IF WS-OLD-FS = '35'
002170         GO TO 1200-EXIT
002180     END-IF
002190     IF WS-OLD-FS NOT = '00'
002200         DISPLAY 'RCPTBNCE - UNABLE TO OPEN RECIPIENT-MASTER-OLD'
002210             ', STATUS ' WS-OLD-FS
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF
002250     PERFORM 1210-READ-OLD-MASTER THRU 1210-EXIT
002260         UNTIL WS-MASTER-EOF
002270     CLOSE RECIPIENT-MASTER-OLD.
002280 1200-EXIT.
002290     EXIT.
002300 1210-READ-OLD-MASTER.
002310     READ RECIPIENT-MASTER-OLD
002320         AT END
002330             MOVE 'Y' TO WS-MASTER-EOF-SW
002340         NOT AT END
002350             IF MNT-COUNT >= WS-MNT-MAX
002360                 DISPLAY 'RCPTBNCE - RECIPIENT-MASTER EXCEEDS '
002370                     WS-MNT-MAX ' RECORDS, TABLE FULL'
002380                 MOVE 16 TO RETURN-CODE
002390                 STOP RUN
002400             END-IF
002410             ADD 1 TO MNT-COUNT
002420             MOVE RCO-RECIP-ID TO MNT-RECIP-ID (MNT-COUNT)
002430             MOVE RCO-NAME TO MNT-NAME (MNT-COUNT)
002440             MOVE RCO-ADDR-LINE-1 TO MNT-ADDR-1 (MNT-COUNT)
002450             MOVE RCO-ADDR-LINE-2 TO MNT-ADDR-2 (MNT-COUNT)
002460             MOVE RCO-CATALOG-ID TO MNT-CATALOG-ID (MNT-COUNT)
002470             MOVE RCO-STATUS TO MNT-STATUS (MNT-COUNT)
002480             MOVE RCO-POSTAL-CODE TO MNT-POSTAL (MNT-COUNT)
002490             MOVE RCO-SEGMENT-CODE TO MNT-SEGMENT (MNT-COUNT)
002500             IF RCO-STATUS-DATE NOT NUMERIC
002510                 MOVE ZERO TO RCO-STATUS-DATE
002520             END-IF
002530             IF RCO-PURGE-DATE NOT NUMERIC
002540                 MOVE ZERO TO RCO-PURGE-DATE
002550             END-IF
002560             MOVE RCO-STATUS-DATE TO MNT-STATUS-DATE (MNT-COUNT)
002570             MOVE RCO-PURGE-DATE TO MNT-PURGE-DATE (MNT-COUNT)
002580             MOVE RCO-CHANNEL TO MNT-CHANNEL (MNT-COUNT)
002590             MOVE RCO-EMAIL-ADDR TO MNT-EMAIL-ADDR (MNT-COUNT)
002600     END-READ.
002610 1210-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------*
002640*  2000-PROCESS-BOUNCES - ONE BOUNCE AT A TIME: FIND THE         *
002650*  RECIPIENT BY ID, PROVE THE ADDRESS STILL MATCHES, AND SWITCH  *
002660*  A HARD BOUNCE TO PRINT, LIST A SOFT ONE, OR EXCEPTION IT.     *
002670*----------------------------------------------------------------*
002680 2000-PROCESS-BOUNCES.
002690     PERFORM 2010-READ-BOUNCE THRU 2010-EXIT
002700         UNTIL WS-BNCE-EOF.
002710 2000-EXIT.
002720     EXIT.
002730 2010-READ-BOUNCE.
002740     READ BOUNCE-FILE
002750         AT END
002760             MOVE 'Y' TO WS-BNCE-EOF-SW
002770         NOT AT END
002780             ADD 1 TO WS-BNCE-READ-CNT
002790             PERFORM 2100-MATCH-ONE-BOUNCE THRU 2100-EXIT
002800     END-READ.
002810 2010-EXIT.
002820     EXIT.
002830 2100-MATCH-ONE-BOUNCE.
002840     IF NOT BN-HARD-BOUNCE AND NOT BN-SOFT-BOUNCE
002850         ADD 1 TO WS-EXCEPTION-CNT
002860         MOVE SPACES TO WS-REG-LINE
002870         STRING 'BAD TYPE  ' BN-RECIP-ID ' TYPE ' BN-BOUNCE-TYPE
002880             DELIMITED BY SIZE INTO WS-REG-LINE
002890         WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
002900         GO TO 2100-EXIT
002910     END-IF
002920     MOVE 'N' TO WS-MATCH-SW
002930     PERFORM 2110-TRY-ONE-RECIPIENT THRU 2110-EXIT
002940         VARYING MNT-IDX FROM 1 BY 1
002950         UNTIL MNT-IDX > MNT-COUNT OR WS-MATCH-FOUND
002960     IF NOT WS-MATCH-FOUND
002970         ADD 1 TO WS-EXCEPTION-CNT
002980         MOVE SPACES TO WS-REG-LINE
002990         STRING 'NO MATCH  ' BN-RECIP-ID ' ' BN-EMAIL-ADDR
003000             DELIMITED BY SIZE INTO WS-REG-LINE
003010         WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
003020         GO TO 2100-EXIT
003030     END-IF
003040*    THE ADDRESS HAS BEEN CHANGED SINCE THE MESSAGE WENT OUT -   *
003050*    THE BOUNCE SAYS NOTHING ABOUT THE NEW ONE.                  *
003060     IF MNT-EMAIL-ADDR (MNT-HIT-IDX) NOT = BN-EMAIL-ADDR
003070         ADD 1 TO WS-EXCEPTION-CNT
003080         MOVE SPACES TO WS-REG-LINE
003090         STRING 'STALE     ' BN-RECIP-ID ' ' BN-EMAIL-ADDR
003100             DELIMITED BY SIZE INTO WS-REG-LINE
003110         WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
003120         GO TO 2100-EXIT
003130     END-IF
003140     IF BN-SOFT-BOUNCE
003150         ADD 1 TO WS-SOFT-CNT
003160         MOVE SPACES TO WS-REG-LINE
003170         STRING 'SOFT      ' BN-RECIP-ID ' ' BN-BOUNCE-DATE ' '
003180             BN-REASON DELIMITED BY SIZE INTO WS-REG-LINE
003190         WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
003200         GO TO 2100-EXIT
003210     END-IF
003220     IF MNT-CHANNEL (MNT-HIT-IDX) NOT = 'E'
003230         AND MNT-CHANNEL (MNT-HIT-IDX) NOT = 'B'
003240         ADD 1 TO WS-ALREADY-CNT
003250         GO TO 2100-EXIT
003260     END-IF
003270     MOVE 'P' TO MNT-CHANNEL (MNT-HIT-IDX)
003280     ADD 1 TO WS-SWITCHED-CNT
003290     MOVE SPACES TO WS-REG-LINE
003300     STRING 'SWITCHED  ' BN-RECIP-ID ' ' BN-BOUNCE-DATE ' '
003310         BN-REASON DELIMITED BY SIZE INTO WS-REG-LINE
003320     WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
003330     PERFORM 2200-LOG-BOUNCE THRU 2200-EXIT.
003340 2100-EXIT.
003350     EXIT.
003360 2110-TRY-ONE-RECIPIENT.
003370     IF MNT-RECIP-ID (MNT-IDX) = BN-RECIP-ID
003380         MOVE 'Y' TO WS-MATCH-SW
003390         MOVE MNT-IDX TO MNT-HIT-IDX
003400     END-IF.
003410 2110-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------*
003440*  2200-LOG-BOUNCE - APPENDS THE SWITCH TO MAIL-HISTORY AS AN    *
003450*  E-MAIL BOUNCED EVENT, WITH THE ADDRESS THAT BOUNCED.          *
003460*----------------------------------------------------------------*
003470 2200-LOG-BOUNCE.
003480     MOVE SPACES TO MAIL-HISTORY-REC
003490     MOVE 'B' TO MH-EVENT
003500     MOVE MNT-RECIP-ID (MNT-HIT-IDX) TO MH-RECIP-ID
003510     MOVE WS-BOUNCE-SEASON TO MH-SEASON
003520     MOVE MNT-CATALOG-ID (MNT-HIT-IDX) TO MH-CATALOG-ID
003530     MOVE WS-MHST-RUN-DATE TO MH-RUN-DATE
003540     MOVE ZERO TO MH-START-DAY
003550     MOVE ZERO TO MH-END-DAY
003560     MOVE MNT-STATUS (MNT-HIT-IDX) TO MH-RC-STATUS
003570     MOVE 'L' TO MH-RUN-MODE
003580     MOVE ZERO TO MH-FO-COUNT
003590     MOVE 'RCPTBNCE' TO MH-PROGRAM-VARIANT
003600     MOVE MNT-NAME (MNT-HIT-IDX) TO MH-NAME
003610     MOVE MNT-ADDR-1 (MNT-HIT-IDX) TO MH-ADDR-LINE-1
003620     MOVE MNT-ADDR-2 (MNT-HIT-IDX) TO MH-ADDR-LINE-2
003630     MOVE MNT-POSTAL (MNT-HIT-IDX) TO MH-POSTAL-CODE
003640     MOVE BN-EMAIL-ADDR TO MH-EMAIL-ADDR
003650     WRITE MAIL-HISTORY-REC
003660     ADD 1 TO WS-MHST-WRITE-CNT.
003670 2200-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------*
003700*  3000-WRITE-NEW-MASTER - WRITES THE TABLE BACK OUT AS THE NEW  *
003710*  MASTER, UNCHANGED EXCEPT FOR THE CHANNELS JUST SWITCHED.      *
003720*----------------------------------------------------------------*
003730 3000-WRITE-NEW-MASTER.
003740     PERFORM 3010-WRITE-ONE-MASTER THRU 3010-EXIT
003750         VARYING MNT-IDX FROM 1 BY 1
003760         UNTIL MNT-IDX > MNT-COUNT.
003770 3000-EXIT.
003780     EXIT.
003790 3010-WRITE-ONE-MASTER.
003800     MOVE SPACES TO RECIPIENT-MASTER-NEW-REC
003810     MOVE MNT-RECIP-ID (MNT-IDX) TO RCN-RECIP-ID
003820     MOVE MNT-NAME (MNT-IDX) TO RCN-NAME
003830     MOVE MNT-ADDR-1 (MNT-IDX) TO RCN-ADDR-LINE-1
003840     MOVE MNT-ADDR-2 (MNT-IDX) TO RCN-ADDR-LINE-2
003850     MOVE MNT-CATALOG-ID (MNT-IDX) TO RCN-CATALOG-ID
003860     MOVE MNT-STATUS (MNT-IDX) TO RCN-STATUS
003870     MOVE MNT-POSTAL (MNT-IDX) TO RCN-POSTAL-CODE
003880     MOVE MNT-SEGMENT (MNT-IDX) TO RCN-SEGMENT-CODE
003890     MOVE MNT-STATUS-DATE (MNT-IDX) TO RCN-STATUS-DATE
003900     MOVE MNT-PURGE-DATE (MNT-IDX) TO RCN-PURGE-DATE
003910     MOVE MNT-CHANNEL (MNT-IDX) TO RCN-CHANNEL
003920     MOVE MNT-EMAIL-ADDR (MNT-IDX) TO RCN-EMAIL-ADDR
003930     WRITE RECIPIENT-MASTER-NEW-REC.
003940 3010-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------*
003970*  9000-TERMINATE - PRINT THE TOTALS, CLOSE EVERYTHING, AND SET  *
003980*  THE RETURN CODE: 0 CLEAN, 4 EXCEPTIONS ON THE REGISTER.       *
003990*----------------------------------------------------------------*
004000 9000-TERMINATE.
004010     MOVE SPACES TO WS-REG-LINE
004020     WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
004030     MOVE WS-BNCE-READ-CNT TO WS-CNT-FMT
004040     MOVE SPACES TO WS-REG-LINE
004050     STRING 'BOUNCES READ          ' WS-CNT-FMT
004060         DELIMITED BY SIZE INTO WS-REG-LINE
004070     WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
004080     MOVE WS-SWITCHED-CNT TO WS-CNT-FMT
004090     MOVE SPACES TO WS-REG-LINE
004100     STRING 'SWITCHED TO PRINT     ' WS-CNT-FMT
004110         DELIMITED BY SIZE INTO WS-REG-LINE
004120     WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
004130     MOVE WS-ALREADY-CNT TO WS-CNT-FMT
004140     MOVE SPACES TO WS-REG-LINE
004150     STRING 'ALREADY PRINT         ' WS-CNT-FMT
004160         DELIMITED BY SIZE INTO WS-REG-LINE
004170     WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
004180     MOVE WS-SOFT-CNT TO WS-CNT-FMT
004190     MOVE SPACES TO WS-REG-LINE
004200     STRING 'SOFT BOUNCES LISTED   ' WS-CNT-FMT
004210         DELIMITED BY SIZE INTO WS-REG-LINE
004220     WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
004230     MOVE WS-EXCEPTION-CNT TO WS-CNT-FMT
004240     MOVE SPACES TO WS-REG-LINE
004250     STRING 'EXCEPTIONS            ' WS-CNT-FMT
004260         DELIMITED BY SIZE INTO WS-REG-LINE
004270     WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
004280     MOVE WS-MHST-WRITE-CNT TO WS-CNT-FMT
004290     MOVE SPACES TO WS-REG-LINE
004300     STRING 'HISTORY EVENTS LOGGED ' WS-CNT-FMT
004310         DELIMITED BY SIZE INTO WS-REG-LINE
004320     WRITE BOUNCE-REGISTER-REC FROM WS-REG-LINE
004330     CLOSE BOUNCE-FILE
004340     CLOSE RECIPIENT-MASTER-NEW
004350     CLOSE BOUNCE-REGISTER
004360     CLOSE MAIL-HISTORY
004370     IF WS-EXCEPTION-CNT > ZERO
004380         MOVE 4 TO RETURN-CODE
004390     END-IF.
004400 9000-EXIT.
004410     EXIT.
