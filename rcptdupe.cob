000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCPTDUPE.
000030 AUTHOR.        R ANDREWS.
000040 INSTALLATION.  MARKETING SYSTEMS - SEASONAL PROMOTIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  DATE       INIT  DESCRIPTION                                  *
000100*  10/15/2026 RA    NEW DUPLICATE RECIPIENT MERGE/PURGE JOB FOR  *
000110*                   RECIPIENT-MASTER.  RCPTMNT ONLY CATCHES A    *
000120*                   REPEATED RECIPIENT ID; THE SAME HOUSEHOLD    *
000130*                   KEYED TWICE UNDER TWO IDS, OR AS "HOLLY      *
000140*                   BERRY" AND "H BERRY" AT ONE ADDRESS, GOT TWO *
000150*                   LETTERS AND TWO SETS OF TWELVE DAYS OF       *
000160*                   GIFTS.  BUILDS NORMALIZED MATCH KEYS FROM    *
000170*                   THE NAME, FIRST ADDRESS LINE, AND POSTAL     *
000180*                   CODE WITHIN EACH CATALOG, SCORES THE LIKELY  *
000190*                   DUPLICATE PAIRS, AND PRINTS A SUSPECT REPORT *
000200*                   GRADED BY CONFIDENCE.  PAIRS MARKETING HAS   *
000210*                   CONFIRMED (KEEP ID / MERGE ID) COME BACK ON  *
000220*                   THE CONFIRMATION FILE AND ARE TURNED INTO    *
000230*                   READY-TO-APPLY RCPTMNT CHANGE TRANSACTIONS   *
000240*                   THAT GIVE THE MERGED ID STATUS 'M' (MERGED   *
000250*                   AWAY) - THE RECORD STAYS ON FILE, THE SAME   *
000260*                   WAY AN OPT-OUT DOES.                         *
000262*  10/15/2026 RA    TRANSACTION LAYOUT CARRIES RCPTMNT'S NEW     *
000264*                   SEGMENT CODE, LEFT BLANK SO THE SURVIVING    *
000266*                   SEGMENT ON FILE IS KEPT.                     *
000267*  10/15/2026 RA    TRANSACTION LAYOUT CARRIES RCPTMNT'S         *
000268*                   DELIVERY CHANNEL AND E-MAIL ADDRESS, LEFT    *
000269*                   BLANK SO THE VALUES ON FILE ARE KEPT.        *
000270*----------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     COPY RCPTSEL.
000320     SELECT DUPE-CONFIRM-FILE ASSIGN TO RCPTDCNF
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CNF-FS.
000350     SELECT DUPE-TRAN-FILE ASSIGN TO RCPTDTRN
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-DTRN-FS.
000380     SELECT DUPE-REPORT ASSIGN TO RCPTDRPT
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DRPT-FS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430     COPY RCPTFD.
000440*----------------------------------------------------------------*
000450*  ONE CONFIRMATION PER PAIR MARKETING HAS CHECKED: THE ID TO    *
000460*  KEEP AND THE ID TO MERGE AWAY INTO IT.                        *
000470*----------------------------------------------------------------*
000480 FD  DUPE-CONFIRM-FILE
000490     RECORDING MODE IS F.
000500 01  DUPE-CONFIRM-REC.
000510     05  CF-KEEP-ID                PIC X(6).
000520     05  FILLER                    PIC X(1).
000530     05  CF-MERGE-ID               PIC X(6).
000540*----------------------------------------------------------------*
000550*  OUTPUT TRANSACTIONS IN THE RCPTMNT TRANSACTION LAYOUT.  A     *
000560*  STATUS-ONLY CHANGE: THE BLANK FIELDS KEEP THE NAME, ADDRESS,  *
000570*  SEGMENT, CHANNEL, AND E-MAIL ADDRESS ALREADY ON FILE.         *
000580*----------------------------------------------------------------*
000590 FD  DUPE-TRAN-FILE
000600     RECORDING MODE IS F.
000610 01  DUPE-TRAN-REC.
000620     05  DT-ACTION                 PIC X(1).
000630     05  DT-RECIP-ID               PIC X(6).
000640     05  DT-NAME                   PIC X(30).
000650     05  DT-ADDR-LINE-1            PIC X(30).
000660     05  DT-ADDR-LINE-2            PIC X(30).
000670     05  DT-CATALOG-ID             PIC X(2).
000680     05  DT-STATUS                 PIC X(1).
000690     05  DT-POSTAL-CODE            PIC X(10).
000695     05  DT-SEGMENT-CODE           PIC X(2).
000696     05  DT-CHANNEL                PIC X(1).
000697     05  DT-EMAIL-ADDR             PIC X(60).
000700 FD  DUPE-REPORT
000710     RECORDING MODE IS F.
000720 01  DUPE-REPORT-REC               PIC X(100).
000730 WORKING-STORAGE SECTION.
000740     COPY RCPTWS.
000750 77  WS-CNF-FS                     PIC X(2)  VALUE '00'.
000760 77  WS-DTRN-FS                    PIC X(2)  VALUE '00'.
000770 77  WS-DRPT-FS                    PIC X(2)  VALUE '00'.
000780 77  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000790 01  WS-CNF-EOF-SW                 PIC X(1)  VALUE 'N'.
000800     88  WS-CNF-EOF                          VALUE 'Y'.
000810 01  WS-HIT-SW                     PIC X(1)  VALUE 'N'.
000820     88  WS-HIT-FOUND                        VALUE 'Y'.
000830 01  WS-CAT-BREAK-SW               PIC X(1)  VALUE 'N'.
000840     88  WS-CAT-BREAK                        VALUE 'Y'.
000850 01  WS-PREV-CATALOG               PIC X(2)  VALUE LOW-VALUES.
000860*----------------------------------------------------------------*
000870*  NORMALIZATION WORK AREAS.  LOWER CASE IS FOLDED TO UPPER AND  *
000880*  PUNCTUATION TO SPACES, THEN THE FIELD IS SPLIT INTO WORDS     *
000890*  AND THE KEPT WORDS ARE RUN TOGETHER WITH NO SPACES, SO        *
000900*  "12 HOLLY LANE," AND "12 Holly Ln" BUILD THE SAME KEY.        *
000910*----------------------------------------------------------------*
000920 01  WS-LOWER-CHARS                PIC X(26)
000930         VALUE 'abcdefghijklmnopqrstuvwxyz'.
000940 01  WS-UPPER-CHARS                PIC X(26)
000950         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000960 01  WS-PUNCT-CHARS                PIC X(9)  VALUE '.,''-&/#()'.
000970 01  WS-PUNCT-BLANKS               PIC X(9)  VALUE SPACES.
000980 01  WS-NORM-WORK                  PIC X(30) VALUE SPACES.
000990 01  WS-WORD-TABLE.
001000     05  WS-WORD                   PIC X(30) OCCURS 8.
001010 77  WS-WORD-IDX                   PIC 9(2) COMP VALUE ZERO.
001020 77  WS-KEY-PTR                    PIC 9(3) COMP VALUE ZERO.
001030 77  WS-TBL-IDX                    PIC 9(2) COMP VALUE ZERO.
001040 01  WS-KEY-WORD                   PIC X(30) VALUE SPACES.
001050*----------------------------------------------------------------*
001060*  NAME WORDS THAT SAY NOTHING ABOUT WHO THE PERSON IS - TITLES  *
001070*  AND SUFFIXES - ARE DROPPED BEFORE THE NAME KEYS ARE BUILT.    *
001080*----------------------------------------------------------------*
001090 01  WS-TITLE-DEF.
001100     05  FILLER                    PIC X(40)
001110         VALUE 'MR  MRS MS  MISSDR  REV JR  SR  II  III '.
001120 01  WS-TITLE-TBL REDEFINES WS-TITLE-DEF.
001130     05  WS-TITLE-WORD             PIC X(4) OCCURS 10.
001140*----------------------------------------------------------------*
001150*  STREET-WORD ABBREVIATIONS.  EACH ADDRESS WORD FOUND IN THE    *
001160*  LONG COLUMN IS KEYED AS ITS SHORT FORM.                       *
001170*----------------------------------------------------------------*
001180 01  WS-ABBREV-DEF.
001190     05  FILLER                    PIC X(14)
001195         VALUE 'STREET    ST  '.
001200     05  FILLER                    PIC X(14)
001205         VALUE 'ROAD      RD  '.
001210     05  FILLER                    PIC X(14)
001215         VALUE 'AVENUE    AVE '.
001220     05  FILLER                    PIC X(14)
001225         VALUE 'LANE      LN  '.
001230     05  FILLER                    PIC X(14)
001235         VALUE 'DRIVE     DR  '.
001240     05  FILLER                    PIC X(14)
001245         VALUE 'COURT     CT  '.
001250     05  FILLER                    PIC X(14)
001255         VALUE 'PLACE     PL  '.
001260     05  FILLER                    PIC X(14)
001265         VALUE 'CLOSE     CL  '.
001270     05  FILLER                    PIC X(14)
001275         VALUE 'CRESCENT  CRES'.
001280     05  FILLER                    PIC X(14)
001285         VALUE 'TERRACE   TER '.
001290     05  FILLER                    PIC X(14)
001295         VALUE 'GARDENS   GDNS'.
001300     05  FILLER                    PIC X(14)
001305         VALUE 'SQUARE    SQ  '.
001310     05  FILLER                    PIC X(14)
001315         VALUE 'APARTMENT APT '.
001320     05  FILLER                    PIC X(14)
001325         VALUE 'FLAT      APT '.
001330     05  FILLER                    PIC X(14)
001335         VALUE 'NORTH     N   '.
001340     05  FILLER                    PIC X(14)
001345         VALUE 'SOUTH     S   '.
001350     05  FILLER                    PIC X(14)
001355         VALUE 'EAST      E   '.
001360     05  FILLER                    PIC X(14)
001365         VALUE 'WEST      W   '.
001370 01  WS-ABBREV-TBL REDEFINES WS-ABBREV-DEF.
001380     05  WS-ABBREV-ENTRY OCCURS 18.
001390         10  WS-ABBREV-LONG        PIC X(10).
001400         10  WS-ABBREV-SHORT       PIC X(4).
001410*----------------------------------------------------------------*
001420*  RECIPIENT TABLE - THE WHOLE MASTER, IN FILE (CATALOG /        *
001430*  POSTAL / ID) SEQUENCE, WITH THE MATCH KEYS BUILT ON LOAD.     *
001440*----------------------------------------------------------------*
001450 77  WS-DUP-MAX                    PIC 9(5) COMP VALUE 20000.
001460 77  DUP-COUNT                     PIC 9(5) COMP VALUE ZERO.
001470 77  DUP-IDX                       PIC 9(5) COMP VALUE ZERO.
001480 77  DUP-CMP-IDX                   PIC 9(5) COMP VALUE ZERO.
001490 77  DUP-FIND-IDX                  PIC 9(5) COMP VALUE ZERO.
001500 77  DUP-KEEP-IDX                  PIC 9(5) COMP VALUE ZERO.
001510 77  DUP-MERGE-IDX                 PIC 9(5) COMP VALUE ZERO.
001520 01  DUP-TABLE.
001530     05  DUP-ENTRY OCCURS 20000.
001540         10  DUP-RECIP-ID          PIC X(6).
001550         10  DUP-CATALOG-ID        PIC X(2).
001560         10  DUP-STATUS            PIC X(1).
001570             88  DUP-ACTIVE                  VALUE ' ' 'A'.
001580             88  DUP-MERGED-AWAY             VALUE 'M'.
001590         10  DUP-NAME              PIC X(30).
001600         10  DUP-ADDR-1            PIC X(30).
001610         10  DUP-POSTAL            PIC X(10).
001620         10  DUP-NAME-KEY          PIC X(30).
001630         10  DUP-SURNAME           PIC X(30).
001640         10  DUP-INITIAL           PIC X(1).
001650         10  DUP-ADDR-KEY          PIC X(30).
001660         10  DUP-POSTAL-KEY        PIC X(10).
001670*----------------------------------------------------------------*
001680*  SUSPECT PAIR TABLE.  A PAIR MUST SHARE CATALOG AND POSTAL     *
001690*  KEY; IT THEN SCORES 50 FOR THE SAME ADDRESS KEY, 30 FOR THE   *
001700*  SAME SURNAME, 10 FOR THE SAME FIRST INITIAL, AND 10 FOR THE   *
001710*  SAME FULL NAME KEY.  90 AND UP IS HIGH (SAME PERSON, SAME     *
001720*  DOOR), 80 MEDIUM (SAME SURNAME, SAME DOOR - ONE HOUSEHOLD),   *
001730*  50 LOW (SAME DOOR OR SAME NAME ONLY).  BELOW 50 IS IGNORED.   *
001740*  PR-KEEP-IDX IS THE SUGGESTED SURVIVOR: THE ACTIVE RECORD,     *
001750*  ELSE THE LOWER (OLDER) RECIPIENT ID.                          *
001760*----------------------------------------------------------------*
001770 77  WS-PR-MAX                     PIC 9(5) COMP VALUE 5000.
001780 77  PR-COUNT                      PIC 9(5) COMP VALUE ZERO.
001790 77  PR-IDX                        PIC 9(5) COMP VALUE ZERO.
001800 01  PR-TABLE.
001810     05  PR-ENTRY OCCURS 5000.
001820         10  PR-KEEP-IDX           PIC 9(5) COMP.
001830         10  PR-DUPE-IDX           PIC 9(5) COMP.
001840         10  PR-SCORE              PIC 9(3).
001850         10  PR-GRADE              PIC X(6).
001860 77  WS-SCORE                      PIC 9(3)  VALUE ZERO.
001870 77  WS-SCORE-FMT                  PIC ZZ9.
001880 01  WS-GRADE                      PIC X(6)  VALUE SPACES.
001890 01  WS-PRINT-GRADE                PIC X(6)  VALUE SPACES.
001900 01  WS-ROLE                       PIC X(4)  VALUE SPACES.
001910 01  WS-SHOW-STATUS                PIC X(1)  VALUE SPACES.
001920 01  WS-FIND-ID                    PIC X(6)  VALUE SPACES.
001930 01  WS-CNF-REASON                 PIC X(30) VALUE SPACES.
001940 77  WS-RCPT-READ-CNT              PIC 9(5) COMP VALUE ZERO.
001950 77  WS-HIGH-CNT                   PIC 9(5) COMP VALUE ZERO.
001960 77  WS-MEDIUM-CNT                 PIC 9(5) COMP VALUE ZERO.
001970 77  WS-LOW-CNT                    PIC 9(5) COMP VALUE ZERO.
001980 77  WS-CNF-READ-CNT               PIC 9(5) COMP VALUE ZERO.
001990 77  WS-CNF-ACCEPT-CNT             PIC 9(5) COMP VALUE ZERO.
002000 77  WS-CNF-REJECT-CNT             PIC 9(5) COMP VALUE ZERO.
002010 77  WS-CNT-FMT                    PIC ZZZZ9.
002020 01  WS-RPT-LINE                   PIC X(100).
002030 PROCEDURE DIVISION.
002040*----------------------------------------------------------------*
002050*  0000-MAINLINE - LOAD AND KEY THE MASTER, FIND AND PRINT THE   *
002060*  SUSPECT PAIRS, THEN TURN ANY CONFIRMED PAIRS INTO RCPTMNT     *
002070*  TRANSACTIONS.                                                 *
002080*----------------------------------------------------------------*
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002110     PERFORM 1200-LOAD-RECIPIENTS THRU 1200-EXIT
002120     PERFORM 2000-FIND-SUSPECTS THRU 2000-EXIT
002130     PERFORM 3000-PRINT-SUSPECTS THRU 3000-EXIT
002140     PERFORM 4000-APPLY-CONFIRMATIONS THRU 4000-EXIT
002150     PERFORM 9000-TERMINATE THRU 9000-EXIT
002160     GOBACK.
002170*----------------------------------------------------------------*
002180*  1000-INITIALIZE - OPEN THE OUTPUTS AND PRINT THE HEADING.     *
002190*----------------------------------------------------------------*
002200 1000-INITIALIZE.
002210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002220     OPEN OUTPUT DUPE-TRAN-FILE
002230     IF WS-DTRN-FS NOT = '00'
002240         DISPLAY 'RCPTDUPE - UNABLE TO OPEN DUPE-TRAN-FILE,'
002250             ' STATUS ' WS-DTRN-FS
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF
002290     OPEN OUTPUT DUPE-REPORT
002300     IF WS-DRPT-FS NOT = '00'
002310         DISPLAY 'RCPTDUPE - UNABLE TO OPEN DUPE-REPORT,'
002320             ' STATUS ' WS-DRPT-FS
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF
002360     MOVE SPACES TO WS-RPT-LINE
002370     STRING 'SUSPECT DUPLICATE RECIPIENTS  RUN DATE '
002380         WS-RUN-DATE DELIMITED BY SIZE INTO WS-RPT-LINE
002390     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
002400     MOVE SPACES TO WS-RPT-LINE
002410     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE.
002420 1000-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------*
002450*  1200-LOAD-RECIPIENTS - LOADS THE MASTER AND BUILDS EACH       *
002460*  RECORD'S MATCH KEYS.  THE PAIR SCAN RELIES ON THE CATALOG     *
002470*  SEQUENCE RCPTMNT WRITES, SO A MASTER OUT OF CATALOG ORDER     *
002480*  STOPS THE RUN.                                                *
002490*----------------------------------------------------------------*
002500 1200-LOAD-RECIPIENTS.
002510     OPEN INPUT RECIPIENT-MASTER
002520     IF WS-RCPT-FS NOT = '00'
002530         DISPLAY 'RCPTDUPE - UNABLE TO OPEN RECIPIENT-MASTER,'
002540             ' STATUS ' WS-RCPT-FS
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF
002580     PERFORM 1210-READ-ONE-RECIPIENT THRU 1210-EXIT
002590         UNTIL WS-RCPT-EOF
002600     CLOSE RECIPIENT-MASTER.
002610 1200-EXIT.
002620     EXIT.
002630 1210-READ-ONE-RECIPIENT.
002640     READ RECIPIENT-MASTER
002650         AT END
002660             MOVE 'Y' TO WS-RCPT-EOF-SW
002670         NOT AT END
002680             ADD 1 TO WS-RCPT-READ-CNT
002690             PERFORM 1220-STORE-RECIPIENT THRU 1220-EXIT
002700     END-READ.
002710 1210-EXIT.
002720     EXIT.
002730 1220-STORE-RECIPIENT.
002740     IF RC-CATALOG-ID < WS-PREV-CATALOG
002750         DISPLAY 'RCPTDUPE - RECIPIENT-MASTER OUT OF CATALOG '
002760             'SEQUENCE AT ' RC-RECIP-ID
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF
002800     MOVE RC-CATALOG-ID TO WS-PREV-CATALOG
002810     IF DUP-COUNT >= WS-DUP-MAX
002820         DISPLAY 'RCPTDUPE - RECIPIENT-MASTER EXCEEDS '
002830             WS-DUP-MAX ' RECORDS, TABLE FULL'
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF
002870     ADD 1 TO DUP-COUNT
002880     MOVE RC-RECIP-ID TO DUP-RECIP-ID (DUP-COUNT)
002890     MOVE RC-CATALOG-ID TO DUP-CATALOG-ID (DUP-COUNT)
002900     MOVE RC-STATUS TO DUP-STATUS (DUP-COUNT)
002910     MOVE RC-NAME TO DUP-NAME (DUP-COUNT)
002920     MOVE RC-ADDR-LINE-1 TO DUP-ADDR-1 (DUP-COUNT)
002930     MOVE RC-POSTAL-CODE TO DUP-POSTAL (DUP-COUNT)
002940     MOVE SPACES TO DUP-NAME-KEY (DUP-COUNT)
002950     MOVE SPACES TO DUP-SURNAME (DUP-COUNT)
002960     MOVE SPACES TO DUP-INITIAL (DUP-COUNT)
002970     MOVE SPACES TO DUP-ADDR-KEY (DUP-COUNT)
002980     MOVE SPACES TO DUP-POSTAL-KEY (DUP-COUNT)
002990     PERFORM 1300-NAME-KEYS THRU 1300-EXIT
003000     PERFORM 1400-ADDRESS-KEY THRU 1400-EXIT
003010     PERFORM 1500-POSTAL-KEY THRU 1500-EXIT.
003020 1220-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------*
003050*  1300-NAME-KEYS - FULL NAME KEY (EVERY KEPT WORD RUN           *
003060*  TOGETHER), SURNAME (THE LAST KEPT WORD), AND FIRST INITIAL    *
003070*  (THE FIRST LETTER OF THE FIRST KEPT WORD).  TITLES AND        *
003080*  SUFFIXES ARE NOT KEPT.                                        *
003090*----------------------------------------------------------------*
003100 1300-NAME-KEYS.
003110     MOVE RC-NAME TO WS-NORM-WORK
003120     PERFORM 1900-SPLIT-WORDS THRU 1900-EXIT
003130     MOVE 1 TO WS-KEY-PTR
003140     PERFORM 1310-NAME-WORD THRU 1310-EXIT
003150         VARYING WS-WORD-IDX FROM 1 BY 1
003160         UNTIL WS-WORD-IDX > 8.
003170 1300-EXIT.
003180     EXIT.
003190 1310-NAME-WORD.
003200     IF WS-WORD (WS-WORD-IDX) = SPACES
003210         GO TO 1310-EXIT
003220     END-IF
003230     MOVE 'N' TO WS-HIT-SW
003240     PERFORM 1320-CHECK-TITLE THRU 1320-EXIT
003250         VARYING WS-TBL-IDX FROM 1 BY 1
003260         UNTIL WS-TBL-IDX > 10 OR WS-HIT-FOUND
003270     IF WS-HIT-FOUND
003280         GO TO 1310-EXIT
003290     END-IF
003300     IF DUP-INITIAL (DUP-COUNT) = SPACE
003310         MOVE WS-WORD (WS-WORD-IDX) (1:1)
003320             TO DUP-INITIAL (DUP-COUNT)
003330     END-IF
003340     MOVE WS-WORD (WS-WORD-IDX) TO DUP-SURNAME (DUP-COUNT)
003350     STRING WS-WORD (WS-WORD-IDX) DELIMITED BY SPACE
003360         INTO DUP-NAME-KEY (DUP-COUNT)
003370         WITH POINTER WS-KEY-PTR
003380         ON OVERFLOW
003390             CONTINUE
003400     END-STRING.
003410 1310-EXIT.
003420     EXIT.
003430 1320-CHECK-TITLE.
003440     IF WS-WORD (WS-WORD-IDX) = WS-TITLE-WORD (WS-TBL-IDX)
003450         MOVE 'Y' TO WS-HIT-SW
003460     END-IF.
003470 1320-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------*
003500*  1400-ADDRESS-KEY - FIRST ADDRESS LINE WITH EACH STREET WORD   *
003510*  SHORTENED TO ITS STANDARD ABBREVIATION, RUN TOGETHER.         *
003520*----------------------------------------------------------------*
003530 1400-ADDRESS-KEY.
003540     MOVE RC-ADDR-LINE-1 TO WS-NORM-WORK
003550     PERFORM 1900-SPLIT-WORDS THRU 1900-EXIT
003560     MOVE 1 TO WS-KEY-PTR
003570     PERFORM 1410-ADDRESS-WORD THRU 1410-EXIT
003580         VARYING WS-WORD-IDX FROM 1 BY 1
003590         UNTIL WS-WORD-IDX > 8.
003600 1400-EXIT.
003610     EXIT.
003620 1410-ADDRESS-WORD.
003630     IF WS-WORD (WS-WORD-IDX) = SPACES
003640         GO TO 1410-EXIT
003650     END-IF
003660     MOVE WS-WORD (WS-WORD-IDX) TO WS-KEY-WORD
003670     MOVE 'N' TO WS-HIT-SW
003680     PERFORM 1420-CHECK-ABBREV THRU 1420-EXIT
003690         VARYING WS-TBL-IDX FROM 1 BY 1
003700         UNTIL WS-TBL-IDX > 18 OR WS-HIT-FOUND
003710     STRING WS-KEY-WORD DELIMITED BY SPACE
003720         INTO DUP-ADDR-KEY (DUP-COUNT)
003730         WITH POINTER WS-KEY-PTR
003740         ON OVERFLOW
003750             CONTINUE
003760     END-STRING.
003770 1410-EXIT.
003780     EXIT.
003790 1420-CHECK-ABBREV.
003800     IF WS-KEY-WORD = WS-ABBREV-LONG (WS-TBL-IDX)
003810         MOVE WS-ABBREV-SHORT (WS-TBL-IDX) TO WS-KEY-WORD
003820         MOVE 'Y' TO WS-HIT-SW
003830     END-IF.
003840 1420-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------*
003870*  1500-POSTAL-KEY - POSTAL CODE WITH THE SPACES SQUEEZED OUT.   *
003880*----------------------------------------------------------------*
003890 1500-POSTAL-KEY.
003900     MOVE RC-POSTAL-CODE TO WS-NORM-WORK
003910     PERFORM 1900-SPLIT-WORDS THRU 1900-EXIT
003920     MOVE 1 TO WS-KEY-PTR
003930     PERFORM 1510-POSTAL-WORD THRU 1510-EXIT
003940         VARYING WS-WORD-IDX FROM 1 BY 1
003950         UNTIL WS-WORD-IDX > 8.
003960 1500-EXIT.
003970     EXIT.
003980 1510-POSTAL-WORD.
003990     IF WS-WORD (WS-WORD-IDX) = SPACES
004000         GO TO 1510-EXIT
004010     END-IF
004020     STRING WS-WORD (WS-WORD-IDX) DELIMITED BY SPACE
004030         INTO DUP-POSTAL-KEY (DUP-COUNT)
004040         WITH POINTER WS-KEY-PTR
004050         ON OVERFLOW
004060             CONTINUE
004070     END-STRING.
004080 1510-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------*
004110*  1900-SPLIT-WORDS - FOLDS WS-NORM-WORK TO UPPER CASE, BLANKS   *
004120*  THE PUNCTUATION, AND SPLITS IT INTO UP TO EIGHT WORDS.  A     *
004130*  LEADING OR DOUBLED SPACE LEAVES AN EMPTY WORD, WHICH THE      *
004140*  CALLERS SKIP.                                                 *
004150*----------------------------------------------------------------*
004160 1900-SPLIT-WORDS.
004170     INSPECT WS-NORM-WORK
004180         CONVERTING WS-LOWER-CHARS TO WS-UPPER-CHARS
004190     INSPECT WS-NORM-WORK
004200         CONVERTING WS-PUNCT-CHARS TO WS-PUNCT-BLANKS
004210     MOVE SPACES TO WS-WORD-TABLE
004220     UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
004230         INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
004240              WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
004250     END-UNSTRING.
004260 1900-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------*
004290*  2000-FIND-SUSPECTS - COMPARES EACH RECIPIENT WITH EVERY LATER *
004300*  ONE IN THE SAME CATALOG.  A RECORD ALREADY MERGED AWAY IS     *
004310*  SETTLED, AND A PAIR WITH NEITHER SIDE ACTIVE COSTS NOTHING,   *
004320*  SO NEITHER IS SCORED.                                         *
004330*----------------------------------------------------------------*
004340 2000-FIND-SUSPECTS.
004350     PERFORM 2010-SCAN-FROM-ONE THRU 2010-EXIT
004360         VARYING DUP-IDX FROM 1 BY 1
004370         UNTIL DUP-IDX > DUP-COUNT.
004380 2000-EXIT.
004390     EXIT.
004400 2010-SCAN-FROM-ONE.
004410     IF DUP-MERGED-AWAY (DUP-IDX)
004420         GO TO 2010-EXIT
004430     END-IF
004440     MOVE 'N' TO WS-CAT-BREAK-SW
004450     PERFORM 2020-SCORE-ONE-PAIR THRU 2020-EXIT
004460         VARYING DUP-CMP-IDX FROM DUP-IDX BY 1
004470         UNTIL DUP-CMP-IDX > DUP-COUNT OR WS-CAT-BREAK.
004480 2010-EXIT.
004490     EXIT.
004500 2020-SCORE-ONE-PAIR.
004510     IF DUP-CMP-IDX = DUP-IDX
004520         GO TO 2020-EXIT
004530     END-IF
004540     IF DUP-CATALOG-ID (DUP-CMP-IDX)
004545             NOT = DUP-CATALOG-ID (DUP-IDX)
004550         MOVE 'Y' TO WS-CAT-BREAK-SW
004560         GO TO 2020-EXIT
004570     END-IF
004580     IF DUP-POSTAL-KEY (DUP-CMP-IDX)
004585             NOT = DUP-POSTAL-KEY (DUP-IDX)
004590         OR DUP-POSTAL-KEY (DUP-IDX) = SPACES
004600         GO TO 2020-EXIT
004610     END-IF
004620     IF DUP-MERGED-AWAY (DUP-CMP-IDX)
004630         GO TO 2020-EXIT
004640     END-IF
004650     IF NOT DUP-ACTIVE (DUP-IDX) AND NOT DUP-ACTIVE (DUP-CMP-IDX)
004660         GO TO 2020-EXIT
004670     END-IF
004680     MOVE ZERO TO WS-SCORE
004690     IF DUP-ADDR-KEY (DUP-CMP-IDX) = DUP-ADDR-KEY (DUP-IDX)
004700         AND DUP-ADDR-KEY (DUP-IDX) NOT = SPACES
004710         ADD 50 TO WS-SCORE
004720     END-IF
004730     IF DUP-SURNAME (DUP-CMP-IDX) = DUP-SURNAME (DUP-IDX)
004740         AND DUP-SURNAME (DUP-IDX) NOT = SPACES
004750         ADD 30 TO WS-SCORE
004760     END-IF
004770     IF DUP-INITIAL (DUP-CMP-IDX) = DUP-INITIAL (DUP-IDX)
004780         AND DUP-INITIAL (DUP-IDX) NOT = SPACE
004790         ADD 10 TO WS-SCORE
004800     END-IF
004810     IF DUP-NAME-KEY (DUP-CMP-IDX) = DUP-NAME-KEY (DUP-IDX)
004820         AND DUP-NAME-KEY (DUP-IDX) NOT = SPACES
004830         ADD 10 TO WS-SCORE
004840     END-IF
004850     EVALUATE TRUE
004860         WHEN WS-SCORE >= 90
004870             MOVE 'HIGH' TO WS-GRADE
004880             ADD 1 TO WS-HIGH-CNT
004890         WHEN WS-SCORE >= 80
004900             MOVE 'MEDIUM' TO WS-GRADE
004910             ADD 1 TO WS-MEDIUM-CNT
004920         WHEN WS-SCORE >= 50
004930             MOVE 'LOW' TO WS-GRADE
004940             ADD 1 TO WS-LOW-CNT
004950         WHEN OTHER
004960             GO TO 2020-EXIT
004970     END-EVALUATE
004980     PERFORM 2100-RECORD-PAIR THRU 2100-EXIT.
004990 2020-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------*
005020*  2100-RECORD-PAIR - ADDS THE PAIR WITH ITS SUGGESTED SURVIVOR  *
005030*  FIRST.                                                        *
005040*----------------------------------------------------------------*
005050 2100-RECORD-PAIR.
005060     IF PR-COUNT >= WS-PR-MAX
005070         DISPLAY 'RCPTDUPE - SUSPECT PAIRS EXCEED ' WS-PR-MAX
005080             ', TABLE FULL'
005090         MOVE 16 TO RETURN-CODE
005100         STOP RUN
005110     END-IF
005120     ADD 1 TO PR-COUNT
005130     MOVE WS-SCORE TO PR-SCORE (PR-COUNT)
005140     MOVE WS-GRADE TO PR-GRADE (PR-COUNT)
005150     EVALUATE TRUE
005160         WHEN DUP-ACTIVE (DUP-IDX)
005170             AND NOT DUP-ACTIVE (DUP-CMP-IDX)
005180             MOVE DUP-IDX TO PR-KEEP-IDX (PR-COUNT)
005190             MOVE DUP-CMP-IDX TO PR-DUPE-IDX (PR-COUNT)
005200         WHEN DUP-ACTIVE (DUP-CMP-IDX)
005210             AND NOT DUP-ACTIVE (DUP-IDX)
005220             MOVE DUP-CMP-IDX TO PR-KEEP-IDX (PR-COUNT)
005230             MOVE DUP-IDX TO PR-DUPE-IDX (PR-COUNT)
005240         WHEN DUP-RECIP-ID (DUP-IDX) < DUP-RECIP-ID (DUP-CMP-IDX)
005250             MOVE DUP-IDX TO PR-KEEP-IDX (PR-COUNT)
005260             MOVE DUP-CMP-IDX TO PR-DUPE-IDX (PR-COUNT)
005270         WHEN OTHER
005280             MOVE DUP-CMP-IDX TO PR-KEEP-IDX (PR-COUNT)
005290             MOVE DUP-IDX TO PR-DUPE-IDX (PR-COUNT)
005300     END-EVALUATE.
005310 2100-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------*
005340*  3000-PRINT-SUSPECTS - ONE SECTION PER GRADE, HIGHEST FIRST.   *
005350*  EACH PAIR PRINTS THE SUGGESTED KEEP RECORD, THEN THE DUPE.    *
005360*----------------------------------------------------------------*
005370 3000-PRINT-SUSPECTS.
005380     MOVE SPACES TO WS-RPT-LINE
005390     STRING 'GRADE SCR CAT     ID     NAME                       '
005400         '    ADDRESS LINE 1                 S POSTAL'
005410         DELIMITED BY SIZE INTO WS-RPT-LINE
005420     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
005430     MOVE SPACES TO WS-RPT-LINE
005440     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
005450     MOVE 'HIGH' TO WS-PRINT-GRADE
005460     PERFORM 3010-PRINT-ONE-GRADE THRU 3010-EXIT
005470     MOVE 'MEDIUM' TO WS-PRINT-GRADE
005480     PERFORM 3010-PRINT-ONE-GRADE THRU 3010-EXIT
005490     MOVE 'LOW' TO WS-PRINT-GRADE
005500     PERFORM 3010-PRINT-ONE-GRADE THRU 3010-EXIT.
005510 3000-EXIT.
005520     EXIT.
005530 3010-PRINT-ONE-GRADE.
005540     PERFORM 3020-PRINT-ONE-PAIR THRU 3020-EXIT
005550         VARYING PR-IDX FROM 1 BY 1
005560         UNTIL PR-IDX > PR-COUNT.
005570 3010-EXIT.
005580     EXIT.
005590 3020-PRINT-ONE-PAIR.
005600     IF PR-GRADE (PR-IDX) NOT = WS-PRINT-GRADE
005610         GO TO 3020-EXIT
005620     END-IF
005630     MOVE PR-SCORE (PR-IDX) TO WS-SCORE-FMT
005640     MOVE PR-KEEP-IDX (PR-IDX) TO DUP-FIND-IDX
005650     MOVE 'KEEP' TO WS-ROLE
005660     MOVE SPACES TO WS-RPT-LINE
005670     MOVE PR-GRADE (PR-IDX) TO WS-RPT-LINE (1:6)
005680     MOVE WS-SCORE-FMT TO WS-RPT-LINE (7:3)
005690     PERFORM 3100-FORMAT-RECIPIENT THRU 3100-EXIT
005700     MOVE PR-DUPE-IDX (PR-IDX) TO DUP-FIND-IDX
005710     MOVE 'DUPE' TO WS-ROLE
005720     MOVE SPACES TO WS-RPT-LINE
005730     PERFORM 3100-FORMAT-RECIPIENT THRU 3100-EXIT
005740     MOVE SPACES TO WS-RPT-LINE
005750     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE.
005760 3020-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------*
005790*  3100-FORMAT-RECIPIENT - FILLS COLUMNS 11 ON OF WS-RPT-LINE    *
005800*  FROM DUP-ENTRY (DUP-FIND-IDX) AND WRITES IT.  AN ACTIVE       *
005810*  STATUS PRINTS AS 'A' SO THE COLUMN IS NEVER BLANK.            *
005820*----------------------------------------------------------------*
005830 3100-FORMAT-RECIPIENT.
005840     MOVE DUP-STATUS (DUP-FIND-IDX) TO WS-SHOW-STATUS
005850     IF WS-SHOW-STATUS = SPACE
005860         MOVE 'A' TO WS-SHOW-STATUS
005870     END-IF
005880     STRING DUP-CATALOG-ID (DUP-FIND-IDX) ' ' WS-ROLE ' '
005890         DUP-RECIP-ID (DUP-FIND-IDX) ' '
005900         DUP-NAME (DUP-FIND-IDX) ' '
005910         DUP-ADDR-1 (DUP-FIND-IDX) ' '
005920         WS-SHOW-STATUS ' '
005930         DUP-POSTAL (DUP-FIND-IDX)
005940         DELIMITED BY SIZE INTO WS-RPT-LINE (11:90)
005950     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE.
005960 3100-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------*
005990*  4000-APPLY-CONFIRMATIONS - EACH CONFIRMED PAIR IS CHECKED     *
006000*  AGAINST THE MASTER AS LOADED AND, IF IT STILL HOLDS, WRITTEN  *
006010*  AS A STATUS 'M' CHANGE FOR THE MERGE ID.  THE TABLE IS        *
006020*  MARKED AS IT GOES SO A LATER CONFIRMATION CANNOT MERGE INTO   *
006030*  AN ID ALREADY MERGED AWAY IN THIS SAME BATCH.  NO             *
006040*  CONFIRMATION FILE MEANS A REPORT-ONLY RUN.                    *
006050*----------------------------------------------------------------*
006060 4000-APPLY-CONFIRMATIONS.
006070     MOVE SPACES TO WS-RPT-LINE
006080     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
006090     OPEN INPUT DUPE-CONFIRM-FILE
006100     IF WS-CNF-FS = '35'
006110         MOVE SPACES TO WS-RPT-LINE
006120         STRING 'NO CONFIRMATION FILE - SUSPECT REPORT ONLY'
006130             DELIMITED BY SIZE INTO WS-RPT-LINE
006140         WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
006150         GO TO 4000-EXIT
006160     END-IF
006170     IF WS-CNF-FS NOT = '00'
006180         DISPLAY 'RCPTDUPE - UNABLE TO OPEN DUPE-CONFIRM-FILE,'
006190             ' STATUS ' WS-CNF-FS
006200         MOVE 16 TO RETURN-CODE
006210         STOP RUN
006220     END-IF
006230     MOVE SPACES TO WS-RPT-LINE
006240     STRING 'CONFIRMED MERGES' DELIMITED BY SIZE INTO WS-RPT-LINE
006250     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
006260     MOVE SPACES TO WS-RPT-LINE
006270     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
006280     PERFORM 4010-READ-CONFIRMATION THRU 4010-EXIT
006290         UNTIL WS-CNF-EOF
006300     CLOSE DUPE-CONFIRM-FILE.
006310 4000-EXIT.
006320     EXIT.
006330 4010-READ-CONFIRMATION.
006340     READ DUPE-CONFIRM-FILE
006350         AT END
006360             MOVE 'Y' TO WS-CNF-EOF-SW
006370         NOT AT END
006380             ADD 1 TO WS-CNF-READ-CNT
006390             PERFORM 4100-EDIT-CONFIRMATION THRU 4100-EXIT
006400     END-READ.
006410 4010-EXIT.
006420     EXIT.
006430 4100-EDIT-CONFIRMATION.
006440     MOVE SPACES TO WS-CNF-REASON
006450     MOVE CF-KEEP-ID TO WS-FIND-ID
006460     PERFORM 4200-FIND-RECIPIENT THRU 4200-EXIT
006470     MOVE DUP-FIND-IDX TO DUP-KEEP-IDX
006480     MOVE CF-MERGE-ID TO WS-FIND-ID
006490     PERFORM 4200-FIND-RECIPIENT THRU 4200-EXIT
006500     MOVE DUP-FIND-IDX TO DUP-MERGE-IDX
006510     EVALUATE TRUE
006520         WHEN CF-KEEP-ID = CF-MERGE-ID
006530             MOVE 'KEEP AND MERGE ID THE SAME' TO WS-CNF-REASON
006540         WHEN DUP-KEEP-IDX = ZERO
006550             MOVE 'KEEP ID NOT ON FILE' TO WS-CNF-REASON
006560         WHEN DUP-MERGE-IDX = ZERO
006570             MOVE 'MERGE ID NOT ON FILE' TO WS-CNF-REASON
006580         WHEN DUP-CATALOG-ID (DUP-KEEP-IDX)
006590                 NOT = DUP-CATALOG-ID (DUP-MERGE-IDX)
006600             MOVE 'IDS IN DIFFERENT CATALOGS' TO WS-CNF-REASON
006610         WHEN DUP-MERGED-AWAY (DUP-KEEP-IDX)
006620             MOVE 'KEEP ID IS ITSELF MERGED AWAY'
006630                 TO WS-CNF-REASON
006640         WHEN DUP-MERGED-AWAY (DUP-MERGE-IDX)
006650             MOVE 'MERGE ID ALREADY MERGED AWAY' TO WS-CNF-REASON
006660         WHEN NOT DUP-ACTIVE (DUP-MERGE-IDX)
006670             MOVE 'MERGE ID SUPPRESSED - REVIEW' TO WS-CNF-REASON
006680     END-EVALUATE
006690     IF WS-CNF-REASON NOT = SPACES
006700         ADD 1 TO WS-CNF-REJECT-CNT
006710         MOVE SPACES TO WS-RPT-LINE
006720         STRING 'REJECTED ' CF-KEEP-ID ' <- ' CF-MERGE-ID '  '
006730             WS-CNF-REASON DELIMITED BY SIZE INTO WS-RPT-LINE
006740         WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
006750         GO TO 4100-EXIT
006760     END-IF
006770     MOVE SPACES TO DUPE-TRAN-REC
006780     MOVE 'C' TO DT-ACTION
006790     MOVE CF-MERGE-ID TO DT-RECIP-ID
006800     MOVE 'M' TO DT-STATUS
006810     WRITE DUPE-TRAN-REC
006820     MOVE 'M' TO DUP-STATUS (DUP-MERGE-IDX)
006830     ADD 1 TO WS-CNF-ACCEPT-CNT
006840     MOVE SPACES TO WS-RPT-LINE
006850     STRING 'MERGED   ' CF-KEEP-ID ' <- ' CF-MERGE-ID '  '
006860         DUP-NAME (DUP-MERGE-IDX)
006870         DELIMITED BY SIZE INTO WS-RPT-LINE
006880     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE.
006890 4100-EXIT.
006900     EXIT.
006910*----------------------------------------------------------------*
006920*  4200-FIND-RECIPIENT - LEAVES DUP-FIND-IDX AT WS-FIND-ID IN    *
006930*  THE TABLE, OR ZERO.  THE TABLE IS IN CATALOG ORDER, NOT ID    *
006940*  ORDER, SO THIS IS A STRAIGHT SCAN.                            *
006950*----------------------------------------------------------------*
006960 4200-FIND-RECIPIENT.
006970     MOVE ZERO TO DUP-FIND-IDX
006980     IF WS-FIND-ID = SPACES
006990         GO TO 4200-EXIT
007000     END-IF
007010     PERFORM 4210-CHECK-ONE-ID THRU 4210-EXIT
007020         VARYING DUP-IDX FROM 1 BY 1
007030         UNTIL DUP-IDX > DUP-COUNT OR DUP-FIND-IDX > ZERO.
007040 4200-EXIT.
007050     EXIT.
007060 4210-CHECK-ONE-ID.
007070     IF DUP-RECIP-ID (DUP-IDX) = WS-FIND-ID
007080         MOVE DUP-IDX TO DUP-FIND-IDX
007090     END-IF.
007100 4210-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------*
007130*  9000-TERMINATE - PRINT THE TOTALS, CLOSE UP, AND SET THE      *
007140*  RETURN CODE: 0 CLEAN, 4 A CONFIRMATION WAS REJECTED.          *
007150*----------------------------------------------------------------*
007160 9000-TERMINATE.
007170     MOVE SPACES TO WS-RPT-LINE
007180     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
007190     MOVE WS-RCPT-READ-CNT TO WS-CNT-FMT
007200     MOVE SPACES TO WS-RPT-LINE
007210     STRING 'RECIPIENTS READ       ' WS-CNT-FMT
007220         DELIMITED BY SIZE INTO WS-RPT-LINE
007230     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
007240     MOVE WS-HIGH-CNT TO WS-CNT-FMT
007250     MOVE SPACES TO WS-RPT-LINE
007260     STRING 'HIGH CONFIDENCE PAIRS ' WS-CNT-FMT
007270         DELIMITED BY SIZE INTO WS-RPT-LINE
007280     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
007290     MOVE WS-MEDIUM-CNT TO WS-CNT-FMT
007300     MOVE SPACES TO WS-RPT-LINE
007310     STRING 'MEDIUM CONFIDENCE     ' WS-CNT-FMT
007320         DELIMITED BY SIZE INTO WS-RPT-LINE
007330     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
007340     MOVE WS-LOW-CNT TO WS-CNT-FMT
007350     MOVE SPACES TO WS-RPT-LINE
007360     STRING 'LOW CONFIDENCE        ' WS-CNT-FMT
007370         DELIMITED BY SIZE INTO WS-RPT-LINE
007380     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
007390     MOVE WS-CNF-READ-CNT TO WS-CNT-FMT
007400     MOVE SPACES TO WS-RPT-LINE
007410     STRING 'CONFIRMATIONS READ    ' WS-CNT-FMT
007420         DELIMITED BY SIZE INTO WS-RPT-LINE
007430     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
007440     MOVE WS-CNF-ACCEPT-CNT TO WS-CNT-FMT
007450     MOVE SPACES TO WS-RPT-LINE
007460     STRING 'MERGE TRANS WRITTEN   ' WS-CNT-FMT
007470         DELIMITED BY SIZE INTO WS-RPT-LINE
007480     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
007490     MOVE WS-CNF-REJECT-CNT TO WS-CNT-FMT
007500     MOVE SPACES TO WS-RPT-LINE
007510     STRING 'CONFIRMATIONS REJECTED' WS-CNT-FMT
007520         DELIMITED BY SIZE INTO WS-RPT-LINE
007530     WRITE DUPE-REPORT-REC FROM WS-RPT-LINE
007540     CLOSE DUPE-TRAN-FILE
007550     CLOSE DUPE-REPORT
007560     IF WS-CNF-REJECT-CNT > ZERO
007570         MOVE 4 TO RETURN-CODE
007580     END-IF.
007590 9000-EXIT.
007600     EXIT.
