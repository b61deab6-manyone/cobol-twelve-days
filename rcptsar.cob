000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCPTSAR.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW SUBJECT ACCESS REPORT.  KEYED BY         *
000110*                   RECIPIENT ID, OR BY NAME AND POSTAL CODE     *
000120*                   (WHICH MAY FIND MORE THAN ONE ID - A         *
000130*                   DUPLICATE, OR A RECORD SINCE DELETED WHOSE   *
000140*                   HISTORY REMAINS), AND LISTS EVERYTHING HELD  *
000150*                   ON THE PERSON: THE RECIPIENT-MASTER RECORD,  *
000160*                   EVERY RCPTMNT CHANGE REGISTER ENTRY ON THE   *
000170*                   KEPT REGISTERS, THE MAILING HISTORY, THE     *
000180*                   RETURNED-MAIL HITS RCPTUNDL LOGGED, AND THE  *
000190*                   FULFILLMENT ORDER LINES THAT SHIPPED TO THEM *
000200*                   ON THE KEPT EXTRACTS.  RC 4 WHEN NOTHING AT  *
000210*                   ALL IS HELD UNDER THE KEY GIVEN.             *
000215*  10/15/2026 RA    THE RECIPIENT'S E-MAIL ADDRESS AND DELIVERY  *
000216*                   CHANNEL ARE NOW LISTED WITH THE MASTER       *
000217*                   RECORD, AND E-MAIL SENT AND E-MAIL BOUNCED   *
000218*                   EVENTS IN THE MAILING HISTORY WITH THE       *
000219*                   ADDRESS THEY USED.                           *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     COPY RCPTSEL.
000270     COPY MHSTSEL.
000280     COPY FULSEL.
000290     SELECT CHANGE-REGISTER-IN ASSIGN TO RCPTMREG
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-REG-FS.
000320     SELECT SUBJECT-ACCESS-RPT ASSIGN TO RCPTSRPT
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SRPT-FS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370     COPY RCPTFD.
000380     COPY MHSTFD.
000390     COPY FULFD.
000400*----------------------------------------------------------------*
000410*  RCPTMNT CHANGE REGISTER LINES AS PRINTED.  THE RECIPIENT ID   *
000420*  IS IN COLUMNS 10-15 OF AN ADDED, CHANGED, DELETED, OR BEFORE  *
000430*  LINE AND IN COLUMNS 15-20 OF A REJECTED LINE; THE HEADING     *
000440*  LINE CARRIES THE RUN DATE IN COLUMNS 49-56.                   *
000450*----------------------------------------------------------------*
000460 FD  CHANGE-REGISTER-IN
000470     RECORDING MODE IS F.
000480 01  CHANGE-REGISTER-IN-REC        PIC X(80).
000490 FD  SUBJECT-ACCESS-RPT
000500     RECORDING MODE IS F.
000510 01  SUBJECT-ACCESS-REC            PIC X(100).
000520 WORKING-STORAGE SECTION.
000530     COPY RCPTWS.
000540 77  WS-MHST-FS                    PIC X(2)  VALUE '00'.
000550 77  WS-FUL-FS                     PIC X(2)  VALUE '00'.
000560 77  WS-REG-FS                     PIC X(2)  VALUE '00'.
000570 77  WS-SRPT-FS                    PIC X(2)  VALUE '00'.
000580 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000590*----------------------------------------------------------------*
000600*  PARM CARD: KEY TYPE IN COLUMN 1 - 'I' WITH THE RECIPIENT ID   *
000610*  IN COLUMNS 3-8, OR 'N' WITH THE NAME IN COLUMNS 3-32 AND THE  *
000620*  POSTAL CODE IN 34-43, BOTH AS ON THE MASTER - THEN FROM       *
000630*  COLUMN 45 UP TO TEN CATALOG IDS WHOSE KEPT FULFILLMENT ORDER  *
000640*  EXTRACTS ARE TO BE SEARCHED.  NO CATALOGS MEANS EVERY CATALOG *
000650*  THE MASTER OR THE HISTORY TIES THE PERSON TO.                 *
000660*----------------------------------------------------------------*
000670 01  WS-SAR-PARM.
000680     05  WS-PARM-KEY-TYPE          PIC X(1).
000690         88  WS-KEY-BY-ID                    VALUE 'I'.
000700         88  WS-KEY-BY-NAME                  VALUE 'N'.
000710     05  FILLER                    PIC X(1).
000720     05  WS-PARM-KEY               PIC X(41).
000730     05  WS-PARM-KEY-ID REDEFINES WS-PARM-KEY.
000740         10  WS-PARM-RECIP-ID      PIC X(6).
000750         10  FILLER                PIC X(35).
000760     05  WS-PARM-KEY-NAME REDEFINES WS-PARM-KEY.
000770         10  WS-PARM-NAME          PIC X(30).
000780         10  FILLER                PIC X(1).
000790         10  WS-PARM-POSTAL        PIC X(10).
000800     05  FILLER                    PIC X(1).
000810     05  WS-PARM-CATALOGS.
000820         10  WS-PARM-CAT-ID        PIC X(2) OCCURS 10.
000830     05  FILLER                    PIC X(16).
000840 01  WS-EOF-SW                     PIC X(1)  VALUE 'N'.
000850     88  WS-IN-EOF                           VALUE 'Y'.
000860 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
000870     88  WS-HIT-FOUND                        VALUE 'Y'.
000880 77  WS-CHECK-ID                   PIC X(6)  VALUE SPACES.
000890 77  WS-CHECK-CATALOG              PIC X(2)  VALUE SPACES.
000900*----------------------------------------------------------------*
000910*  THE RECIPIENT IDS THE KEY IDENTIFIES.                         *
000920*----------------------------------------------------------------*
000930 77  WS-SJ-MAX                     PIC 9(2) COMP VALUE 50.
000940 77  SJ-COUNT                      PIC 9(2) COMP VALUE ZERO.
000950 77  SJ-IDX                        PIC 9(2) COMP VALUE ZERO.
000960 01  SJ-TABLE.
000970     05  SJ-RECIP-ID               PIC X(6) OCCURS 50.
000980*----------------------------------------------------------------*
000990*  CATALOGS WHOSE KEPT EXTRACTS ARE SEARCHED: THE PARM LIST, OR  *
001000*  EVERY CATALOG SEEN ON THE SUBJECT'S MASTER AND HISTORY.       *
001010*----------------------------------------------------------------*
001020 77  WS-SC-MAX                     PIC 9(2) COMP VALUE 10.
001030 77  SC-COUNT                      PIC 9(2) COMP VALUE ZERO.
001040 77  SC-IDX                        PIC 9(2) COMP VALUE ZERO.
001050 01  SC-TABLE.
001060     05  SC-CATALOG-ID             PIC X(2) OCCURS 10.
001070 01  WS-CUR-CATALOG                PIC X(2)  VALUE SPACES.
001080 01  WS-REG-RUN-DATE               PIC X(8)  VALUE SPACES.
001090 01  WS-FO-SEASON                  PIC 9(4)  VALUE ZERO.
001100 01  WS-FO-RUN-DATE                PIC 9(8)  VALUE ZERO.
001110 77  WS-MASTER-HIT-CNT             PIC 9(5) COMP VALUE ZERO.
001120 77  WS-REG-HIT-CNT                PIC 9(5) COMP VALUE ZERO.
001130 77  WS-MHST-HIT-CNT               PIC 9(5) COMP VALUE ZERO.
001140 77  WS-RETURN-HIT-CNT             PIC 9(5) COMP VALUE ZERO.
001150 77  WS-FO-HIT-CNT                 PIC 9(5) COMP VALUE ZERO.
001160 77  WS-CNT-FMT                    PIC ZZZZ9.
001170 01  WS-DESC-STATUS                PIC X(1)  VALUE SPACE.
001180 01  WS-STATUS-TEXT                PIC X(13) VALUE SPACES.
001190 01  WS-EVENT-TEXT                 PIC X(24) VALUE SPACES.
001195 01  WS-CHANNEL-TEXT               PIC X(16) VALUE SPACES.
001200 01  WS-MODE-TEXT                  PIC X(6)  VALUE SPACES.
001210 01  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001220 01  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001230 01  WS-RPT-LINE                   PIC X(100).
001240 PROCEDURE DIVISION.
001250*----------------------------------------------------------------*
001260*  0000-MAINLINE - IDENTIFY THE SUBJECT, THEN LIST EACH SOURCE   *
001270*  IN TURN.                                                      *
001280*----------------------------------------------------------------*
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001310     PERFORM 1100-IDENTIFY-SUBJECT THRU 1100-EXIT
001320     PERFORM 2000-LIST-MASTER THRU 2000-EXIT
001330     PERFORM 3000-LIST-REGISTERS THRU 3000-EXIT
001340     PERFORM 4000-LIST-HISTORY THRU 4000-EXIT
001350     PERFORM 5000-LIST-RETURNED-MAIL THRU 5000-EXIT
001360     PERFORM 6000-LIST-ORDERS THRU 6000-EXIT
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT
001380     GOBACK.
001390*----------------------------------------------------------------*
001400*  1000-INITIALIZE - EDIT THE PARM CARD AND OPEN THE REPORT.  A  *
001410*  MISSING OR INCOMPLETE KEY IS A JCL ERROR AND STOPS THE RUN.   *
001420*----------------------------------------------------------------*
001430 1000-INITIALIZE.
001440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001450     MOVE SPACES TO WS-SAR-PARM
001460     ACCEPT WS-SAR-PARM FROM SYSIN
001470     IF NOT WS-KEY-BY-ID AND NOT WS-KEY-BY-NAME
001480         DISPLAY 'RCPTSAR - PARM CARD KEY TYPE MUST BE I OR N'
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF
001520     IF WS-KEY-BY-ID AND WS-PARM-RECIP-ID = SPACES
001530         DISPLAY 'RCPTSAR - NO RECIPIENT ID ON THE PARM CARD'
001540         MOVE 16 TO RETURN-CODE
001550         STOP RUN
001560     END-IF
001570     IF WS-KEY-BY-NAME
001580         AND (WS-PARM-NAME = SPACES OR WS-PARM-POSTAL = SPACES)
001590         DISPLAY 'RCPTSAR - PARM CARD NEEDS NAME AND POSTAL CODE'
001600         MOVE 16 TO RETURN-CODE
001610         STOP RUN
001620     END-IF
001630     OPEN OUTPUT SUBJECT-ACCESS-RPT
001640     IF WS-SRPT-FS NOT = '00'
001650         DISPLAY 'RCPTSAR - UNABLE TO OPEN SUBJECT-ACCESS-RPT,'
001660             ' STATUS ' WS-SRPT-FS
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF
001700     MOVE SPACES TO WS-RPT-LINE
001710     STRING 'SUBJECT ACCESS REPORT - RECIPIENT PERSONAL DATA  '
001720         'RUN DATE ' WS-RUN-DATE
001730         DELIMITED BY SIZE INTO WS-RPT-LINE
001740     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
001750     MOVE SPACES TO WS-RPT-LINE
001760     IF WS-KEY-BY-ID
001770         STRING 'REQUESTED BY RECIPIENT ID ' WS-PARM-RECIP-ID
001780             DELIMITED BY SIZE INTO WS-RPT-LINE
001790     ELSE
001800         STRING 'REQUESTED BY NAME ' WS-PARM-NAME
001810             ' POSTAL CODE ' WS-PARM-POSTAL
001820             DELIMITED BY SIZE INTO WS-RPT-LINE
001830     END-IF
001840     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE.
001850 1000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------*
001880*  1100-IDENTIFY-SUBJECT - BY ID THE SUBJECT IS THAT ONE ID.  BY *
001890*  NAME IT IS EVERY ID THE MASTER OR THE MAILING HISTORY HOLDS   *
001900*  UNDER THAT NAME AND POSTAL CODE, SO A RECORD SINCE DELETED OR *
001910*  READDRESSED IS STILL FOUND THROUGH ITS HISTORY.               *
001920*----------------------------------------------------------------*
001930 1100-IDENTIFY-SUBJECT.
001940     IF WS-KEY-BY-ID
001950         MOVE WS-PARM-RECIP-ID TO WS-CHECK-ID
001960         PERFORM 1200-ADD-SUBJECT-ID THRU 1200-EXIT
001970         GO TO 1100-PRINT
001980     END-IF
001990     MOVE 'N' TO WS-EOF-SW
002000     OPEN INPUT RECIPIENT-MASTER
002010     IF WS-RCPT-FS = '00'
002020         PERFORM 1110-SCAN-ONE-MASTER THRU 1110-EXIT
002030             UNTIL WS-IN-EOF
002040         CLOSE RECIPIENT-MASTER
002050     END-IF
002060     MOVE 'N' TO WS-EOF-SW
002070     OPEN INPUT MAIL-HISTORY
002080     IF WS-MHST-FS = '00'
002090         PERFORM 1120-SCAN-ONE-HISTORY THRU 1120-EXIT
002100             UNTIL WS-IN-EOF
002110         CLOSE MAIL-HISTORY
002120     END-IF.
002130 1100-PRINT.
002140     MOVE SPACES TO WS-RPT-LINE
002150     IF SJ-COUNT = ZERO
002160         STRING 'NO RECIPIENT ID IS HELD UNDER THAT NAME AND '
002170             'POSTAL CODE'
002180             DELIMITED BY SIZE INTO WS-RPT-LINE
002190     ELSE
002200         MOVE SJ-COUNT TO WS-CNT-FMT
002210         STRING 'RECIPIENT IDS IDENTIFIED ' WS-CNT-FMT
002220             DELIMITED BY SIZE INTO WS-RPT-LINE
002230     END-IF
002240     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
002250     PERFORM 1130-PRINT-ONE-ID THRU 1130-EXIT
002260         VARYING SJ-IDX FROM 1 BY 1
002270         UNTIL SJ-IDX > SJ-COUNT.
002280 1100-EXIT.
002290     EXIT.
002300 1110-SCAN-ONE-MASTER.
002310     READ RECIPIENT-MASTER
002320         AT END
002330             MOVE 'Y' TO WS-EOF-SW
002340         NOT AT END
002350             IF RC-NAME = WS-PARM-NAME
002360                 AND RC-POSTAL-CODE = WS-PARM-POSTAL
002370                 MOVE RC-RECIP-ID TO WS-CHECK-ID
002380                 PERFORM 1200-ADD-SUBJECT-ID THRU 1200-EXIT
002390             END-IF
002400     END-READ.
002410 1110-EXIT.
002420     EXIT.
002430 1120-SCAN-ONE-HISTORY.
002440     READ MAIL-HISTORY
002450         AT END
002460             MOVE 'Y' TO WS-EOF-SW
002470         NOT AT END
002480             IF MH-NAME = WS-PARM-NAME
002490                 AND MH-POSTAL-CODE = WS-PARM-POSTAL
002500                 MOVE MH-RECIP-ID TO WS-CHECK-ID
002510                 PERFORM 1200-ADD-SUBJECT-ID THRU 1200-EXIT
002520             END-IF
002530     END-READ.
002540 1120-EXIT.
002550     EXIT.
002560 1130-PRINT-ONE-ID.
002570     MOVE SPACES TO WS-RPT-LINE
002580     STRING '  RECIPIENT ID ' SJ-RECIP-ID (SJ-IDX)
002590         DELIMITED BY SIZE INTO WS-RPT-LINE
002600     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE.
002610 1130-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------*
002640*  1200-ADD-SUBJECT-ID - ADDS WS-CHECK-ID TO THE SUBJECT'S IDS   *
002650*  UNLESS ALREADY THERE.                                         *
002660*----------------------------------------------------------------*
002670 1200-ADD-SUBJECT-ID.
002680     PERFORM 1300-CHECK-SUBJECT-ID THRU 1300-EXIT
002690     IF WS-HIT-FOUND
002700         GO TO 1200-EXIT
002710     END-IF
002720     IF SJ-COUNT >= WS-SJ-MAX
002730         DISPLAY 'RCPTSAR - MORE THAN ' WS-SJ-MAX
002740             ' RECIPIENT IDS FOR ONE SUBJECT, TABLE FULL'
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF
002780     ADD 1 TO SJ-COUNT
002790     MOVE WS-CHECK-ID TO SJ-RECIP-ID (SJ-COUNT).
002800 1200-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------*
002830*  1300-CHECK-SUBJECT-ID - SETS WS-HIT-FOUND WHEN WS-CHECK-ID IS *
002840*  ONE OF THE SUBJECT'S IDS.                                     *
002850*----------------------------------------------------------------*
002860 1300-CHECK-SUBJECT-ID.
002870     MOVE 'N' TO WS-HIT-SW
002880     PERFORM 1310-MATCH-ONE-ID THRU 1310-EXIT
002890         VARYING SJ-IDX FROM 1 BY 1
002900         UNTIL SJ-IDX > SJ-COUNT OR WS-HIT-FOUND.
002910 1300-EXIT.
002920     EXIT.
002930 1310-MATCH-ONE-ID.
002940     IF SJ-RECIP-ID (SJ-IDX) = WS-CHECK-ID
002950         MOVE 'Y' TO WS-HIT-SW
002960     END-IF.
002970 1310-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------*
003000*  1400-NOTE-CATALOG - ADDS WS-CHECK-CATALOG TO THE CATALOGS     *
003010*  WHOSE EXTRACTS ARE SEARCHED.  ONLY USED WHEN THE PARM CARD    *
003020*  NAMES NONE; PAST THE TABLE'S END THE REST ARE IGNORED.        *
003030*----------------------------------------------------------------*
003040 1400-NOTE-CATALOG.
003050     IF WS-CHECK-CATALOG = SPACES
003060         GO TO 1400-EXIT
003070     END-IF
003080     MOVE 'N' TO WS-HIT-SW
003090     PERFORM 1410-MATCH-ONE-CATALOG THRU 1410-EXIT
003100         VARYING SC-IDX FROM 1 BY 1
003110         UNTIL SC-IDX > SC-COUNT OR WS-HIT-FOUND
003120     IF WS-HIT-FOUND OR SC-COUNT >= WS-SC-MAX
003130         GO TO 1400-EXIT
003140     END-IF
003150     ADD 1 TO SC-COUNT
003160     MOVE WS-CHECK-CATALOG TO SC-CATALOG-ID (SC-COUNT).
003170 1400-EXIT.
003180     EXIT.
003190 1410-MATCH-ONE-CATALOG.
003200     IF SC-CATALOG-ID (SC-IDX) = WS-CHECK-CATALOG
003210         MOVE 'Y' TO WS-HIT-SW
003220     END-IF.
003230 1410-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------*
003260*  2000-LIST-MASTER - THE SUBJECT'S RECIPIENT-MASTER RECORDS AS  *
003270*  NOW ON FILE, EVERY FIELD.                                     *
003280*----------------------------------------------------------------*
003290 2000-LIST-MASTER.
003300     MOVE SPACES TO WS-RPT-LINE
003310     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
003320     MOVE SPACES TO WS-RPT-LINE
003330     STRING 'RECIPIENT-MASTER' DELIMITED BY SIZE
003340         INTO WS-RPT-LINE
003350     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
003360     MOVE 'N' TO WS-EOF-SW
003370     OPEN INPUT RECIPIENT-MASTER
003380     IF WS-RCPT-FS = '35'
003390         GO TO 2000-PRINT
003400     END-IF
003410     IF WS-RCPT-FS NOT = '00'
003420         DISPLAY 'RCPTSAR - UNABLE TO OPEN RECIPIENT-MASTER,'
003430             ' STATUS ' WS-RCPT-FS
003440         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003460     END-IF
003470     PERFORM 2010-READ-ONE-MASTER THRU 2010-EXIT
003480         UNTIL WS-IN-EOF
003490     CLOSE RECIPIENT-MASTER.
003500 2000-PRINT.
003510     IF WS-MASTER-HIT-CNT = ZERO
003520         MOVE SPACES TO WS-RPT-LINE
003530         STRING '  NOT ON RECIPIENT-MASTER' DELIMITED BY SIZE
003540             INTO WS-RPT-LINE
003550         WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
003560     END-IF.
003570 2000-EXIT.
003580     EXIT.
003590 2010-READ-ONE-MASTER.
003600     READ RECIPIENT-MASTER
003610         AT END
003620             MOVE 'Y' TO WS-EOF-SW
003630         NOT AT END
003640             MOVE RC-RECIP-ID TO WS-CHECK-ID
003650             PERFORM 1300-CHECK-SUBJECT-ID THRU 1300-EXIT
003660             IF WS-HIT-FOUND
003670                 PERFORM 2100-PRINT-ONE-MASTER THRU 2100-EXIT
003680             END-IF
003690     END-READ.
003700 2010-EXIT.
003710     EXIT.
003720 2100-PRINT-ONE-MASTER.
003730     ADD 1 TO WS-MASTER-HIT-CNT
003740     MOVE RC-CATALOG-ID TO WS-CHECK-CATALOG
003750     PERFORM 1400-NOTE-CATALOG THRU 1400-EXIT
003760     IF RC-STATUS-DATE NOT NUMERIC
003770         MOVE ZERO TO RC-STATUS-DATE
003780     END-IF
003790     IF RC-PURGE-DATE NOT NUMERIC
003800         MOVE ZERO TO RC-PURGE-DATE
003810     END-IF
003820     MOVE RC-STATUS TO WS-DESC-STATUS
003830     PERFORM 7000-DESCRIBE-STATUS THRU 7000-EXIT
003840     MOVE SPACES TO WS-RPT-LINE
003850     STRING '  RECIPIENT ID ' RC-RECIP-ID '  CATALOG '
003860         RC-CATALOG-ID '  SEGMENT ' RC-SEGMENT-CODE
003870         DELIMITED BY SIZE INTO WS-RPT-LINE
003880     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
003890     MOVE SPACES TO WS-RPT-LINE
003900     STRING '  NAME      ' RC-NAME DELIMITED BY SIZE
003910         INTO WS-RPT-LINE
003920     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
003930     MOVE SPACES TO WS-RPT-LINE
003940     STRING '  ADDRESS   ' RC-ADDR-LINE-1 DELIMITED BY SIZE
003950         INTO WS-RPT-LINE
003960     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
003970     MOVE SPACES TO WS-RPT-LINE
003980     STRING '            ' RC-ADDR-LINE-2 DELIMITED BY SIZE
003990         INTO WS-RPT-LINE
004000     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
004010     MOVE SPACES TO WS-RPT-LINE
004020     STRING '  POSTAL    ' RC-POSTAL-CODE DELIMITED BY SIZE
004030         INTO WS-RPT-LINE
004040     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
004042     EVALUATE RC-CHANNEL
004043         WHEN 'E'
004044             MOVE 'E-MAIL' TO WS-CHANNEL-TEXT
004045         WHEN 'B'
004046             MOVE 'PRINT AND E-MAIL' TO WS-CHANNEL-TEXT
004047         WHEN OTHER
004048             MOVE 'PRINTED LETTER' TO WS-CHANNEL-TEXT
004049     END-EVALUATE
004050     MOVE SPACES TO WS-RPT-LINE
004051     STRING '  E-MAIL    ' RC-EMAIL-ADDR DELIMITED BY SIZE
004052         INTO WS-RPT-LINE
004053     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
004054     MOVE SPACES TO WS-RPT-LINE
004055     STRING '  CHANNEL   ' WS-CHANNEL-TEXT DELIMITED BY SIZE
004056         INTO WS-RPT-LINE
004057     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
004058     MOVE SPACES TO WS-RPT-LINE
004060     STRING '  STATUS    ' WS-STATUS-TEXT '  SET ' RC-STATUS-DATE
004070         '  PURGED ' RC-PURGE-DATE
004080         DELIMITED BY SIZE INTO WS-RPT-LINE
004090     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE.
004100 2100-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------*
004130*  3000-LIST-REGISTERS - EVERY ENTRY FOR THE SUBJECT ON THE KEPT *
004140*  RCPTMNT CHANGE REGISTERS (ONE OR MORE, END TO END), EACH      *
004150*  PREFIXED WITH THE RUN DATE OF THE REGISTER IT CAME FROM.      *
004160*----------------------------------------------------------------*
004170 3000-LIST-REGISTERS.
004180     MOVE SPACES TO WS-RPT-LINE
004190     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
004200     MOVE SPACES TO WS-RPT-LINE
004210     STRING 'MAINTENANCE CHANGE REGISTER ENTRIES'
004220         DELIMITED BY SIZE INTO WS-RPT-LINE
004230     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
004240     MOVE 'N' TO WS-EOF-SW
004250     MOVE SPACES TO WS-REG-RUN-DATE
004260     OPEN INPUT CHANGE-REGISTER-IN
004270     IF WS-REG-FS = '35'
004280         MOVE SPACES TO WS-RPT-LINE
004290         STRING '  NO KEPT CHANGE REGISTERS ON FILE'
004300             DELIMITED BY SIZE INTO WS-RPT-LINE
004310         WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
004320         GO TO 3000-EXIT
004330     END-IF
004340     IF WS-REG-FS NOT = '00'
004350         DISPLAY 'RCPTSAR - UNABLE TO OPEN CHANGE-REGISTER-IN,'
004360             ' STATUS ' WS-REG-FS
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF
004400     PERFORM 3010-READ-ONE-REGISTER THRU 3010-EXIT
004410         UNTIL WS-IN-EOF
004420     CLOSE CHANGE-REGISTER-IN
004430     IF WS-REG-HIT-CNT = ZERO
004440         MOVE SPACES TO WS-RPT-LINE
004450         STRING '  NONE' DELIMITED BY SIZE INTO WS-RPT-LINE
004460         WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
004470     END-IF.
004480 3000-EXIT.
004490     EXIT.
004500 3010-READ-ONE-REGISTER.
004510     READ CHANGE-REGISTER-IN
004520         AT END
004530             MOVE 'Y' TO WS-EOF-SW
004540         NOT AT END
004550             PERFORM 3100-CHECK-ONE-REGISTER THRU 3100-EXIT
004560     END-READ.
004570 3010-EXIT.
004580     EXIT.
004590 3100-CHECK-ONE-REGISTER.
004600     IF CHANGE-REGISTER-IN-REC (1:37) =
004610         'RECIPIENT MAINTENANCE CHANGE REGISTER'
004620         MOVE CHANGE-REGISTER-IN-REC (49:8) TO WS-REG-RUN-DATE
004630         GO TO 3100-EXIT
004640     END-IF
004650     EVALUATE CHANGE-REGISTER-IN-REC (1:9)
004660         WHEN 'ADDED    '
004670         WHEN 'CHANGED  '
004680         WHEN 'DELETED  '
004690         WHEN SPACES
004700             MOVE CHANGE-REGISTER-IN-REC (10:6) TO WS-CHECK-ID
004710         WHEN 'REJECTED '
004720             MOVE CHANGE-REGISTER-IN-REC (15:6) TO WS-CHECK-ID
004730         WHEN OTHER
004740             GO TO 3100-EXIT
004750     END-EVALUATE
004760     IF WS-CHECK-ID = SPACES
004770         GO TO 3100-EXIT
004780     END-IF
004790     PERFORM 1300-CHECK-SUBJECT-ID THRU 1300-EXIT
004800     IF NOT WS-HIT-FOUND
004810         GO TO 3100-EXIT
004820     END-IF
004830     ADD 1 TO WS-REG-HIT-CNT
004840     MOVE SPACES TO WS-RPT-LINE
004850     STRING '  ' WS-REG-RUN-DATE '  ' CHANGE-REGISTER-IN-REC
004860         DELIMITED BY SIZE INTO WS-RPT-LINE
004870     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE.
004880 3100-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------*
004910*  4000-LIST-HISTORY - EVERY MAILING HISTORY RECORD FOR THE      *
004920*  SUBJECT EXCEPT RETURNED MAIL (LISTED ON ITS OWN IN 5000):     *
004930*  LETTERS PRINTED, WITH THE NAME AND ADDRESS USED, AND RUNS     *
004940*  THAT SKIPPED, HELD OUT, OR DID NOT SELECT THEM.               *
004950*----------------------------------------------------------------*
004960 4000-LIST-HISTORY.
004970     MOVE SPACES TO WS-RPT-LINE
004980     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
004990     MOVE SPACES TO WS-RPT-LINE
005000     STRING 'MAILING HISTORY' DELIMITED BY SIZE
005010         INTO WS-RPT-LINE
005020     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
005030     MOVE SPACES TO WS-RPT-LINE
005040     STRING '  ID     SEASON CAT RUN DATE EVENT'
005050         '                    MODE   VARIANT'
005060         DELIMITED BY SIZE INTO WS-RPT-LINE
005070     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
005080     MOVE 'N' TO WS-EOF-SW
005090     OPEN INPUT MAIL-HISTORY
005100     IF WS-MHST-FS = '35'
005110         GO TO 4000-PRINT
005120     END-IF
005130     IF WS-MHST-FS NOT = '00'
005140         DISPLAY 'RCPTSAR - UNABLE TO OPEN MAIL-HISTORY,'
005150             ' STATUS ' WS-MHST-FS
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF
005190     PERFORM 4010-READ-ONE-HISTORY THRU 4010-EXIT
005200         UNTIL WS-IN-EOF
005210     CLOSE MAIL-HISTORY.
005220 4000-PRINT.
005230     IF WS-MHST-HIT-CNT = ZERO
005240         MOVE SPACES TO WS-RPT-LINE
005250         STRING '  NONE' DELIMITED BY SIZE INTO WS-RPT-LINE
005260         WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
005270     END-IF.
005280 4000-EXIT.
005290     EXIT.
005300 4010-READ-ONE-HISTORY.
005310     READ MAIL-HISTORY
005320         AT END
005330             MOVE 'Y' TO WS-EOF-SW
005340         NOT AT END
005350             IF NOT MH-RETURNED-MAIL
005360                 MOVE MH-RECIP-ID TO WS-CHECK-ID
005370                 PERFORM 1300-CHECK-SUBJECT-ID THRU 1300-EXIT
005380                 IF WS-HIT-FOUND
005390                     PERFORM 4100-PRINT-ONE-HISTORY THRU 4100-EXIT
005400                 END-IF
005410             END-IF
005420     END-READ.
005430 4010-EXIT.
005440     EXIT.
005450 4100-PRINT-ONE-HISTORY.
005460     ADD 1 TO WS-MHST-HIT-CNT
005470     MOVE MH-CATALOG-ID TO WS-CHECK-CATALOG
005480     PERFORM 1400-NOTE-CATALOG THRU 1400-EXIT
005490     EVALUATE TRUE
005500         WHEN MH-PROOF-RUN
005510             MOVE 'PROOF' TO WS-MODE-TEXT
005520         WHEN MH-REPLAY-RUN
005530             MOVE 'REPLAY' TO WS-MODE-TEXT
005540         WHEN OTHER
005550             MOVE 'LIVE' TO WS-MODE-TEXT
005560     END-EVALUATE
005570     MOVE MH-RC-STATUS TO WS-DESC-STATUS
005580     PERFORM 7000-DESCRIBE-STATUS THRU 7000-EXIT
005590     EVALUATE TRUE
005600         WHEN MH-LETTER-PRINTED
005610             MOVE 'LETTER PRINTED' TO WS-EVENT-TEXT
005620         WHEN MH-HELD-OUT
005630             MOVE 'HELD OUT - CONTROL CELL' TO WS-EVENT-TEXT
005640         WHEN MH-NOT-SELECTED
005650             MOVE 'NOT SELECTED' TO WS-EVENT-TEXT
005652         WHEN MH-EMAIL-SENT
005654             MOVE 'SENT BY E-MAIL' TO WS-EVENT-TEXT
005656         WHEN MH-EMAIL-BOUNCED
005658             MOVE 'E-MAIL BOUNCED' TO WS-EVENT-TEXT
005660         WHEN OTHER
005670             MOVE SPACES TO WS-EVENT-TEXT
005680             STRING 'SKIPPED - ' WS-STATUS-TEXT
005690                 DELIMITED BY SIZE INTO WS-EVENT-TEXT
005700     END-EVALUATE
005710     MOVE SPACES TO WS-RPT-LINE
005720     STRING '  ' MH-RECIP-ID ' ' MH-SEASON '   ' MH-CATALOG-ID
005730         '  ' MH-RUN-DATE ' ' WS-EVENT-TEXT ' ' WS-MODE-TEXT
005740         ' ' MH-PROGRAM-VARIANT
005750         DELIMITED BY SIZE INTO WS-RPT-LINE
005760     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
005762     IF MH-HELD-OUT OR MH-NOT-SELECTED
005764         MOVE SPACES TO WS-RPT-LINE
005766         STRING '         CAMPAIGN SELECTION ' MH-SELECT-ID
005768             DELIMITED BY SIZE INTO WS-RPT-LINE
005770         WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
005772     END-IF
005774     MOVE SPACES TO WS-RPT-LINE
005780     STRING '         ' MH-NAME ' ' MH-POSTAL-CODE
005790         DELIMITED BY SIZE INTO WS-RPT-LINE
005800     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
005810     MOVE SPACES TO WS-RPT-LINE
005820     STRING '         ' MH-ADDR-LINE-1 ' ' MH-ADDR-LINE-2
005830         DELIMITED BY SIZE INTO WS-RPT-LINE
005840     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
005842     IF MH-EMAIL-SENT OR MH-EMAIL-BOUNCED
005844         MOVE SPACES TO WS-RPT-LINE
005846         STRING '         E-MAIL ' MH-EMAIL-ADDR
005847             DELIMITED BY SIZE INTO WS-RPT-LINE
005848         WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
005849     END-IF.
005850 4100-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------*
005880*  5000-LIST-RETURNED-MAIL - THE RETURNED PIECES RCPTUNDL        *
005890*  MATCHED TO THE SUBJECT, WITH THE NAME AND ADDRESS EACH PIECE  *
005900*  CARRIED.                                                      *
005910*----------------------------------------------------------------*
005920 5000-LIST-RETURNED-MAIL.
005930     MOVE SPACES TO WS-RPT-LINE
005940     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
005950     MOVE SPACES TO WS-RPT-LINE
005960     STRING 'RETURNED MAIL' DELIMITED BY SIZE
005970         INTO WS-RPT-LINE
005980     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
005990     MOVE 'N' TO WS-EOF-SW
006000     OPEN INPUT MAIL-HISTORY
006010     IF WS-MHST-FS NOT = '00'
006020         GO TO 5000-PRINT
006030     END-IF
006040     PERFORM 5010-READ-ONE-RETURN THRU 5010-EXIT
006050         UNTIL WS-IN-EOF
006060     CLOSE MAIL-HISTORY.
006070 5000-PRINT.
006080     IF WS-RETURN-HIT-CNT = ZERO
006090         MOVE SPACES TO WS-RPT-LINE
006100         STRING '  NONE' DELIMITED BY SIZE INTO WS-RPT-LINE
006110         WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
006120     END-IF.
006130 5000-EXIT.
006140     EXIT.
006150 5010-READ-ONE-RETURN.
006160     READ MAIL-HISTORY
006170         AT END
006180             MOVE 'Y' TO WS-EOF-SW
006190         NOT AT END
006200             IF MH-RETURNED-MAIL
006210                 MOVE MH-RECIP-ID TO WS-CHECK-ID
006220                 PERFORM 1300-CHECK-SUBJECT-ID THRU 1300-EXIT
006230                 IF WS-HIT-FOUND
006240                     PERFORM 5100-PRINT-ONE-RETURN THRU 5100-EXIT
006250                 END-IF
006260             END-IF
006270     END-READ.
006280 5010-EXIT.
006290     EXIT.
006300 5100-PRINT-ONE-RETURN.
006310     ADD 1 TO WS-RETURN-HIT-CNT
006320     MOVE SPACES TO WS-RPT-LINE
006330     STRING '  ' MH-RECIP-ID ' SEASON ' MH-SEASON '  CATALOG '
006340         MH-CATALOG-ID '  PROCESSED ' MH-RUN-DATE
006350         DELIMITED BY SIZE INTO WS-RPT-LINE
006360     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
006370     MOVE SPACES TO WS-RPT-LINE
006380     STRING '         ' MH-NAME ' ' MH-POSTAL-CODE
006390         DELIMITED BY SIZE INTO WS-RPT-LINE
006400     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
006410     MOVE SPACES TO WS-RPT-LINE
006420     STRING '         ' MH-ADDR-LINE-1 ' ' MH-ADDR-LINE-2
006430         DELIMITED BY SIZE INTO WS-RPT-LINE
006440     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE.
006450 5100-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------*
006480*  6000-LIST-ORDERS - FULFILLMENT ORDER LINES THAT SHIPPED TO    *
006490*  THE SUBJECT, FROM EACH CATALOG'S KEPT EXTRACT                 *
006500*  (GIFTFULF<CATALOG>, SEASONS END TO END).  THE PARM LIST IS    *
006510*  USED WHEN GIVEN, OTHERWISE THE CATALOGS NOTED ABOVE.          *
006520*----------------------------------------------------------------*
006530 6000-LIST-ORDERS.
006540     MOVE SPACES TO WS-RPT-LINE
006550     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
006560     MOVE SPACES TO WS-RPT-LINE
006570     STRING 'FULFILLMENT ORDER LINES SHIPPED' DELIMITED BY SIZE
006580         INTO WS-RPT-LINE
006590     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
006600     IF WS-PARM-CATALOGS NOT = SPACES
006610         MOVE ZERO TO SC-COUNT
006620         PERFORM 6010-TAKE-PARM-CATALOG THRU 6010-EXIT
006630             VARYING SC-IDX FROM 1 BY 1
006640             UNTIL SC-IDX > 10
006650     END-IF
006660     PERFORM 6100-LIST-ONE-CATALOG THRU 6100-EXIT
006670         VARYING SC-IDX FROM 1 BY 1
006680         UNTIL SC-IDX > SC-COUNT
006690     IF WS-FO-HIT-CNT = ZERO
006700         MOVE SPACES TO WS-RPT-LINE
006710         STRING '  NONE' DELIMITED BY SIZE INTO WS-RPT-LINE
006720         WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
006730     END-IF.
006740 6000-EXIT.
006750     EXIT.
006760 6010-TAKE-PARM-CATALOG.
006770     IF WS-PARM-CAT-ID (SC-IDX) NOT = SPACES
006780         ADD 1 TO SC-COUNT
006790         MOVE WS-PARM-CAT-ID (SC-IDX) TO SC-CATALOG-ID (SC-COUNT)
006800     END-IF.
006810 6010-EXIT.
006820     EXIT.
006830 6100-LIST-ONE-CATALOG.
006840     MOVE SC-CATALOG-ID (SC-IDX) TO WS-CUR-CATALOG
006850     MOVE 'DD_GIFTFULF' TO WS-ENV-NAME
006860     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
006870     MOVE SPACES TO WS-ENV-VALUE
006880     STRING 'GIFTFULF' WS-CUR-CATALOG DELIMITED BY SIZE
006890         INTO WS-ENV-VALUE
006900     DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
006910     MOVE 'N' TO WS-EOF-SW
006920     MOVE ZERO TO WS-FO-SEASON
006930     MOVE ZERO TO WS-FO-RUN-DATE
006940     OPEN INPUT FULFILL-ORDERS
006950     IF WS-FUL-FS = '35'
006960         MOVE SPACES TO WS-RPT-LINE
006970         STRING '  CATALOG ' WS-CUR-CATALOG
006980             ' - NO KEPT EXTRACT ON FILE'
006990             DELIMITED BY SIZE INTO WS-RPT-LINE
007000         WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
007010         GO TO 6100-EXIT
007020     END-IF
007030     IF WS-FUL-FS NOT = '00'
007040         DISPLAY 'RCPTSAR - UNABLE TO OPEN FULFILL-ORDERS,'
007050             ' STATUS ' WS-FUL-FS
007060         MOVE 16 TO RETURN-CODE
007070         STOP RUN
007080     END-IF
007090     PERFORM 6110-READ-ONE-ORDER THRU 6110-EXIT
007100         UNTIL WS-IN-EOF
007110     CLOSE FULFILL-ORDERS.
007120 6100-EXIT.
007130     EXIT.
007140 6110-READ-ONE-ORDER.
007150     READ FULFILL-ORDERS
007160         AT END
007170             MOVE 'Y' TO WS-EOF-SW
007180         NOT AT END
007190             PERFORM 6120-CHECK-ONE-ORDER THRU 6120-EXIT
007200     END-READ.
007210 6110-EXIT.
007220     EXIT.
007230 6120-CHECK-ONE-ORDER.
007240     IF FO-HDR-TYPE = 'H'
007250         MOVE FO-HDR-SEASON TO WS-FO-SEASON
007260         MOVE FO-HDR-RUN-DATE TO WS-FO-RUN-DATE
007270         GO TO 6120-EXIT
007280     END-IF
007290     IF FO-DET-TYPE NOT = 'D'
007300         GO TO 6120-EXIT
007310     END-IF
007320     MOVE FO-DET-RECIP-ID TO WS-CHECK-ID
007330     PERFORM 1300-CHECK-SUBJECT-ID THRU 1300-EXIT
007340     IF NOT WS-HIT-FOUND
007350         GO TO 6120-EXIT
007360     END-IF
007370     ADD 1 TO WS-FO-HIT-CNT
007380     MOVE SPACES TO WS-RPT-LINE
007390     STRING '  ' FO-DET-RECIP-ID ' SEASON ' WS-FO-SEASON
007400         '  CATALOG ' WS-CUR-CATALOG '  RUN ' WS-FO-RUN-DATE
007410         '  DAY ' FO-DET-GIFT-DAY '  QTY ' FO-DET-QTY ' '
007420         FO-DET-GIFT-TEXT
007430         DELIMITED BY SIZE INTO WS-RPT-LINE
007440     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
007450     MOVE SPACES TO WS-RPT-LINE
007460     STRING '         SHIPPED TO ' FO-DET-NAME ' ' FO-DET-POSTAL
007470         DELIMITED BY SIZE INTO WS-RPT-LINE
007480     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
007490     MOVE SPACES TO WS-RPT-LINE
007500     STRING '                    ' FO-DET-ADDR-1 ' ' FO-DET-ADDR-2
007510         DELIMITED BY SIZE INTO WS-RPT-LINE
007520     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE.
007530 6120-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------*
007560*  7000-DESCRIBE-STATUS - SUPPRESSION REASON IN WORDS FOR THE    *
007570*  STATUS IN WS-DESC-STATUS.                                     *
007580*----------------------------------------------------------------*
007590 7000-DESCRIBE-STATUS.
007600     EVALUATE WS-DESC-STATUS
007610         WHEN ' '
007620         WHEN 'A'
007630             MOVE 'ACTIVE' TO WS-STATUS-TEXT
007640         WHEN 'O'
007650             MOVE 'OPTED OUT' TO WS-STATUS-TEXT
007660         WHEN 'D'
007670             MOVE 'DECEASED' TO WS-STATUS-TEXT
007680         WHEN 'G'
007690             MOVE 'GONE AWAY' TO WS-STATUS-TEXT
007700         WHEN 'U'
007710             MOVE 'UNDELIVERABLE' TO WS-STATUS-TEXT
007720         WHEN 'M'
007730             MOVE 'MERGED AWAY' TO WS-STATUS-TEXT
007740         WHEN OTHER
007750             MOVE SPACES TO WS-STATUS-TEXT
007760             STRING 'STATUS ' WS-DESC-STATUS
007770                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
007780     END-EVALUATE.
007790 7000-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------*
007820*  9000-TERMINATE - WHAT WAS FOUND WHERE, AND THE RETURN CODE:   *
007830*  0 SOMETHING IS HELD, 4 NOTHING AT ALL IS HELD ON THE KEY.     *
007840*----------------------------------------------------------------*
007850 9000-TERMINATE.
007860     MOVE SPACES TO WS-RPT-LINE
007870     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
007880     MOVE WS-MASTER-HIT-CNT TO WS-CNT-FMT
007890     MOVE SPACES TO WS-RPT-LINE
007900     STRING 'MASTER RECORDS        ' WS-CNT-FMT
007910         DELIMITED BY SIZE INTO WS-RPT-LINE
007920     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
007930     MOVE WS-REG-HIT-CNT TO WS-CNT-FMT
007940     MOVE SPACES TO WS-RPT-LINE
007950     STRING 'REGISTER ENTRIES      ' WS-CNT-FMT
007960         DELIMITED BY SIZE INTO WS-RPT-LINE
007970     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
007980     MOVE WS-MHST-HIT-CNT TO WS-CNT-FMT
007990     MOVE SPACES TO WS-RPT-LINE
008000     STRING 'HISTORY RECORDS       ' WS-CNT-FMT
008010         DELIMITED BY SIZE INTO WS-RPT-LINE
008020     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
008030     MOVE WS-RETURN-HIT-CNT TO WS-CNT-FMT
008040     MOVE SPACES TO WS-RPT-LINE
008050     STRING 'RETURNED-MAIL HITS    ' WS-CNT-FMT
008060         DELIMITED BY SIZE INTO WS-RPT-LINE
008070     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
008080     MOVE WS-FO-HIT-CNT TO WS-CNT-FMT
008090     MOVE SPACES TO WS-RPT-LINE
008100     STRING 'ORDER LINES SHIPPED   ' WS-CNT-FMT
008110         DELIMITED BY SIZE INTO WS-RPT-LINE
008120     WRITE SUBJECT-ACCESS-REC FROM WS-RPT-LINE
008130     CLOSE SUBJECT-ACCESS-RPT
008140     IF WS-MASTER-HIT-CNT = ZERO AND WS-REG-HIT-CNT = ZERO
008150         AND WS-MHST-HIT-CNT = ZERO AND WS-RETURN-HIT-CNT = ZERO
008160         AND WS-FO-HIT-CNT = ZERO
008170         MOVE 4 TO RETURN-CODE
008180     END-IF.
008190 9000-EXIT.
008200     EXIT.
