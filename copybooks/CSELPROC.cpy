000010*----------------------------------------------------------------*
000020*  CSELPROC - CAMPAIGN SELECTION FOR THE LETTER PASS.  2580-     *
000030*  LOAD-SELECTION READS THE RULES OF THE SELECTION NAMED ON THE  *
000040*  RUN-CALENDAR ENTRY (WS-CSEL-ID) INTO CSEL-TABLE IN RULE       *
000050*  SEQUENCE; A NAMED SELECTION WITH NO RULES, OR A RULE THAT     *
000060*  DOES NOT EDIT, STOPS THE RUN RC 16 RATHER THAN MAIL THE WRONG *
000070*  PEOPLE.  2590-APPLY-SELECTION DECIDES, FOR THE ACTIVE         *
000080*  RECIPIENT IN THE RECIPIENT-MASTER FD AREA, WHETHER THE LETTER *
000090*  IS MAILED, HELD OUT AS THE CONTROL CELL, OR NOT SELECTED, AND *
000100*  COUNTS THE RULE THAT DECIDED IT: AN INCLUDE RULE COUNTS THE   *
000110*  RECIPIENTS IT LET IN, AN EXCLUDE RULE THE ONES IT TOOK OUT, A *
000120*  HOLDOUT RULE THE ONES IT MAILED (SELECTED) AND HELD BACK      *
000130*  (EXCLUDED).  WITH NO SELECTION NAMED EVERY ACTIVE RECIPIENT   *
000140*  IS MAILED.  3350-PRINT-SELECTION WRITES THE PER-CATALOG       *
000150*  SELECTION REPORT.  COPY INTO PROCEDURE DIVISION.              *
000160*----------------------------------------------------------------*
000170 2580-LOAD-SELECTION.
000180     MOVE 'N' TO WS-CSEL-ACTIVE-SW
000190     MOVE 'N' TO WS-CSEL-INCLUDES-SW
000200     MOVE ZERO TO CSEL-COUNT
000210     MOVE ZERO TO WS-CSEL-EVALUATED
000220     MOVE ZERO TO WS-CSEL-MAILED
000230     MOVE ZERO TO WS-CSEL-HELD
000240     MOVE ZERO TO WS-CSEL-DROPPED
000250     MOVE ZERO TO WS-CSEL-NO-INCLUDE
000260     IF WS-CSEL-ID = SPACES
000270         GO TO 2580-EXIT
000280     END-IF
000290     MOVE 'N' TO WS-CSEL-EOF-SW
000300     OPEN INPUT CAMPAIGN-SELECTION
000310     IF WS-CSEL-FS NOT = '00'
000320         DISPLAY 'TWELVE - SELECTION ' WS-CSEL-ID
000330             ' NAMED, UNABLE TO OPEN CAMPAIGN-SELECTION,'
000340             ' STATUS ' WS-CSEL-FS
000350         MOVE 16 TO RETURN-CODE
000360         STOP RUN
000370     END-IF
000380     PERFORM 2581-READ-ONE-RULE THRU 2581-EXIT
000390         UNTIL WS-CSEL-EOF
000400     CLOSE CAMPAIGN-SELECTION
000410     IF CSEL-COUNT = ZERO
000420         DISPLAY 'TWELVE - SELECTION ' WS-CSEL-ID
000430             ' HAS NO RULES ON CAMPAIGN-SELECTION'
000440         MOVE 16 TO RETURN-CODE
000450         STOP RUN
000460     END-IF
000470     MOVE 'Y' TO WS-CSEL-ACTIVE-SW.
000480 2580-EXIT.
000490     EXIT.
000500 2581-READ-ONE-RULE.
000510     READ CAMPAIGN-SELECTION
000520         AT END
000530             MOVE 'Y' TO WS-CSEL-EOF-SW
000540             GO TO 2581-EXIT
000550     END-READ
000560     IF CS-SELECT-ID NOT = WS-CSEL-ID
000570         GO TO 2581-EXIT
000580     END-IF
000590     IF (NOT CS-INCLUDE AND NOT CS-EXCLUDE AND NOT CS-HOLDOUT)
000600         OR NOT CS-TYPE-VALID
000610         OR CS-RULE-SEQ NOT NUMERIC
000620         OR (CS-RULE-TYPE NOT = 'A' AND CS-LOW-VALUE = SPACES)
000630         OR (CS-HOLDOUT AND (CS-HOLDOUT-PCT NOT NUMERIC
000640             OR CS-HOLDOUT-PCT = ZERO))
000650         DISPLAY 'TWELVE - SELECTION ' WS-CSEL-ID
000660             ' RULE INVALID: ' CAMPAIGN-SELECTION-REC (9:37)
000670         MOVE 16 TO RETURN-CODE
000680         STOP RUN
000690     END-IF
000700     IF CSEL-COUNT >= WS-CSEL-MAX
000710         DISPLAY 'TWELVE - SELECTION ' WS-CSEL-ID
000720             ' HAS MORE THAN ' WS-CSEL-MAX ' RULES, TABLE FULL'
000730         MOVE 16 TO RETURN-CODE
000740         STOP RUN
000750     END-IF
000760*    ORDERED INSERT ON THE RULE SEQUENCE NUMBER.                 *
000770     COMPUTE CSEL-HIT-IDX = CSEL-COUNT + 1
000780     PERFORM 2582-TEST-ONE-RULE-SLOT THRU 2582-EXIT
000790         VARYING CSEL-IDX FROM 1 BY 1
000800         UNTIL CSEL-IDX > CSEL-COUNT
000810             OR CSEL-HIT-IDX <= CSEL-COUNT
000820     PERFORM 2583-SHIFT-RULE-DOWN THRU 2583-EXIT
000830         VARYING CSEL-IDX FROM CSEL-COUNT BY -1
000840         UNTIL CSEL-IDX < CSEL-HIT-IDX
000850     ADD 1 TO CSEL-COUNT
000860     MOVE CS-RULE-SEQ TO CSEL-SEQ (CSEL-HIT-IDX)
000870     MOVE CS-ACTION TO CSEL-ACTION (CSEL-HIT-IDX)
000880     MOVE CS-RULE-TYPE TO CSEL-TYPE (CSEL-HIT-IDX)
000890     MOVE CS-LOW-VALUE TO CSEL-LOW (CSEL-HIT-IDX)
000900     MOVE CS-HIGH-VALUE TO CSEL-HIGH (CSEL-HIT-IDX)
000910     IF CS-HIGH-VALUE = SPACES
000920         MOVE CS-LOW-VALUE TO CSEL-HIGH (CSEL-HIT-IDX)
000930     END-IF
000940     MOVE ZERO TO CSEL-PCT (CSEL-HIT-IDX)
000950     IF CS-HOLDOUT
000960         MOVE CS-HOLDOUT-PCT TO CSEL-PCT (CSEL-HIT-IDX)
000970     END-IF
000980     MOVE CS-DESCRIPTION TO CSEL-DESC (CSEL-HIT-IDX)
000990     MOVE ZERO TO CSEL-SELECTED (CSEL-HIT-IDX)
001000     MOVE ZERO TO CSEL-EXCLUDED (CSEL-HIT-IDX)
001010*    A POSTAL PREFIX MATCHES ON AS MANY CHARACTERS AS WERE KEYED.*
001020     MOVE 10 TO CSEL-LOW-LEN (CSEL-HIT-IDX)
001030     PERFORM 2584-SHORTEN-PREFIX THRU 2584-EXIT
001040         UNTIL CSEL-LOW-LEN (CSEL-HIT-IDX) = 1
001050         OR CSEL-LOW (CSEL-HIT-IDX)
001060             (CSEL-LOW-LEN (CSEL-HIT-IDX):1) NOT = SPACE
001070     IF CS-INCLUDE
001080         MOVE 'Y' TO WS-CSEL-INCLUDES-SW
001090     END-IF.
001100 2581-EXIT.
001110     EXIT.
001120 2582-TEST-ONE-RULE-SLOT.
001130     IF CSEL-SEQ (CSEL-IDX) > CS-RULE-SEQ
001140         MOVE CSEL-IDX TO CSEL-HIT-IDX
001150     END-IF.
001160 2582-EXIT.
001170     EXIT.
001180 2583-SHIFT-RULE-DOWN.
001190     MOVE CSEL-ENTRY (CSEL-IDX) TO CSEL-ENTRY (CSEL-IDX + 1).
001200 2583-EXIT.
001210     EXIT.
001220 2584-SHORTEN-PREFIX.
001230     SUBTRACT 1 FROM CSEL-LOW-LEN (CSEL-HIT-IDX).
001240 2584-EXIT.
001250     EXIT.
001260*----------------------------------------------------------------*
001270*  2590-APPLY-SELECTION - SETS WS-CSEL-DECISION FOR THE ACTIVE   *
001280*  RECIPIENT IN THE FD AREA.  INCLUDES FIRST (THE FIRST MATCHING *
001290*  INCLUDE TAKES THE CREDIT), THEN EXCLUDES (THE FIRST MATCHING  *
001300*  EXCLUDE WINS), THEN THE FIRST MATCHING HOLDOUT DRAWS.         *
001310*----------------------------------------------------------------*
001320 2590-APPLY-SELECTION.
001330     MOVE 'M' TO WS-CSEL-DECISION
001340     IF NOT CSEL-ACTIVE
001350         GO TO 2590-EXIT
001360     END-IF
001370     ADD 1 TO WS-CSEL-EVALUATED
001380     IF CSEL-HAS-INCLUDES
001390         MOVE ZERO TO CSEL-HIT-IDX
001400         PERFORM 2591-TRY-ONE-INCLUDE THRU 2591-EXIT
001410             VARYING CSEL-IDX FROM 1 BY 1
001420             UNTIL CSEL-IDX > CSEL-COUNT OR CSEL-HIT-IDX > ZERO
001430         IF CSEL-HIT-IDX = ZERO
001440             MOVE 'X' TO WS-CSEL-DECISION
001450             ADD 1 TO WS-CSEL-NO-INCLUDE
001460             ADD 1 TO WS-CSEL-DROPPED
001470             GO TO 2590-EXIT
001480         END-IF
001490         ADD 1 TO CSEL-SELECTED (CSEL-HIT-IDX)
001500     END-IF
001510     MOVE ZERO TO CSEL-HIT-IDX
001520     PERFORM 2592-TRY-ONE-EXCLUDE THRU 2592-EXIT
001530         VARYING CSEL-IDX FROM 1 BY 1
001540         UNTIL CSEL-IDX > CSEL-COUNT OR CSEL-HIT-IDX > ZERO
001550     IF CSEL-HIT-IDX > ZERO
001560         MOVE 'X' TO WS-CSEL-DECISION
001570         ADD 1 TO CSEL-EXCLUDED (CSEL-HIT-IDX)
001580         ADD 1 TO WS-CSEL-DROPPED
001590         GO TO 2590-EXIT
001600     END-IF
001610     MOVE ZERO TO CSEL-HIT-IDX
001620     PERFORM 2593-TRY-ONE-HOLDOUT THRU 2593-EXIT
001630         VARYING CSEL-IDX FROM 1 BY 1
001640         UNTIL CSEL-IDX > CSEL-COUNT OR CSEL-HIT-IDX > ZERO
001650     IF CSEL-HIT-IDX > ZERO
001660         PERFORM 2596-HOLDOUT-DRAW THRU 2596-EXIT
001670         IF WS-CSEL-BUCKET < CSEL-PCT (CSEL-HIT-IDX)
001680             MOVE 'H' TO WS-CSEL-DECISION
001690             ADD 1 TO CSEL-EXCLUDED (CSEL-HIT-IDX)
001700             ADD 1 TO WS-CSEL-HELD
001710             GO TO 2590-EXIT
001720         END-IF
001730         ADD 1 TO CSEL-SELECTED (CSEL-HIT-IDX)
001740     END-IF
001750     ADD 1 TO WS-CSEL-MAILED.
001760 2590-EXIT.
001770     EXIT.
001780 2591-TRY-ONE-INCLUDE.
001790     IF CSEL-ACTION (CSEL-IDX) = 'I'
001800         PERFORM 2595-TEST-RULE THRU 2595-EXIT
001810         IF CSEL-RULE-MATCHES
001820             MOVE CSEL-IDX TO CSEL-HIT-IDX
001830         END-IF
001840     END-IF.
001850 2591-EXIT.
001860     EXIT.
001870 2592-TRY-ONE-EXCLUDE.
001880     IF CSEL-ACTION (CSEL-IDX) = 'E'
001890         PERFORM 2595-TEST-RULE THRU 2595-EXIT
001900         IF CSEL-RULE-MATCHES
001910             MOVE CSEL-IDX TO CSEL-HIT-IDX
001920         END-IF
001930     END-IF.
001940 2592-EXIT.
001950     EXIT.
001960 2593-TRY-ONE-HOLDOUT.
001970     IF CSEL-ACTION (CSEL-IDX) = 'H'
001980         PERFORM 2595-TEST-RULE THRU 2595-EXIT
001990         IF CSEL-RULE-MATCHES
002000             MOVE CSEL-IDX TO CSEL-HIT-IDX
002010         END-IF
002020     END-IF.
002030 2593-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------*
002060*  2595-TEST-RULE - DOES RULE CSEL-IDX MATCH THE RECIPIENT?      *
002070*----------------------------------------------------------------*
002080 2595-TEST-RULE.
002090     MOVE 'N' TO WS-CSEL-MATCH-SW
002100     EVALUATE CSEL-TYPE (CSEL-IDX)
002110         WHEN 'A'
002120             MOVE 'Y' TO WS-CSEL-MATCH-SW
002130         WHEN 'C'
002140             IF RC-CATALOG-ID = CSEL-LOW (CSEL-IDX) (1:2)
002150                 MOVE 'Y' TO WS-CSEL-MATCH-SW
002160             END-IF
002170         WHEN 'P'
002180             IF RC-POSTAL-CODE (1:CSEL-LOW-LEN (CSEL-IDX))
002190                 = CSEL-LOW (CSEL-IDX) (1:CSEL-LOW-LEN (CSEL-IDX))
002200                 MOVE 'Y' TO WS-CSEL-MATCH-SW
002210             END-IF
002220         WHEN 'R'
002230             IF RC-RECIP-ID NOT < CSEL-LOW (CSEL-IDX) (1:6)
002240                 AND RC-RECIP-ID NOT > CSEL-HIGH (CSEL-IDX) (1:6)
002250                 MOVE 'Y' TO WS-CSEL-MATCH-SW
002260             END-IF
002270         WHEN 'S'
002280             IF RC-SEGMENT-CODE = CSEL-LOW (CSEL-IDX) (1:2)
002290                 MOVE 'Y' TO WS-CSEL-MATCH-SW
002300             END-IF
002310     END-EVALUATE.
002320 2595-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------*
002350*  2596-HOLDOUT-DRAW - THE RECIPIENT'S BUCKET, 0 THRU 99.        *
002360*----------------------------------------------------------------*
002370 2596-HOLDOUT-DRAW.
002380     MOVE SPACES TO WS-CSEL-HASH-KEY
002390     STRING WS-CSEL-ID RC-RECIP-ID DELIMITED BY SIZE
002400         INTO WS-CSEL-HASH-KEY
002410     MOVE ZERO TO WS-CSEL-HASH
002420     PERFORM 2597-HASH-ONE-CHAR THRU 2597-EXIT
002430         VARYING WS-CSEL-KEY-POS FROM 1 BY 1
002440         UNTIL WS-CSEL-KEY-POS > 14
002450     DIVIDE WS-CSEL-HASH BY 100 GIVING WS-CSEL-HASH-QUOT
002460         REMAINDER WS-CSEL-BUCKET.
002470 2596-EXIT.
002480     EXIT.
002490 2597-HASH-ONE-CHAR.
002500     MOVE 'N' TO WS-CSEL-CHAR-FOUND-SW
002510     MOVE 37 TO WS-CSEL-CHAR-VALUE
002520     PERFORM 2598-MATCH-ONE-CHAR THRU 2598-EXIT
002530         VARYING WS-CSEL-CHAR-IDX FROM 1 BY 1
002540         UNTIL WS-CSEL-CHAR-IDX > 36 OR CSEL-CHAR-FOUND
002550     COMPUTE WS-CSEL-HASH-WORK =
002560         WS-CSEL-HASH * 31 + WS-CSEL-CHAR-VALUE
002570     DIVIDE WS-CSEL-HASH-WORK BY 999983 GIVING WS-CSEL-HASH-QUOT
002580         REMAINDER WS-CSEL-HASH.
002590 2597-EXIT.
002600     EXIT.
002610 2598-MATCH-ONE-CHAR.
002620     IF WS-CSEL-HASH-CHARS (WS-CSEL-CHAR-IDX:1)
002630         = WS-CSEL-HASH-KEY (WS-CSEL-KEY-POS:1)
002640         MOVE WS-CSEL-CHAR-IDX TO WS-CSEL-CHAR-VALUE
002650         MOVE 'Y' TO WS-CSEL-CHAR-FOUND-SW
002660     END-IF.
002670 2598-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------*
002700*  3350-PRINT-SELECTION - THE PER-CATALOG SELECTION REPORT: EACH *
002710*  RULE WITH THE RECIPIENTS IT SELECTED AND EXCLUDED, THEN THE   *
002720*  CELLS - MAILED, HELD OUT (THE CONTROL GROUP), NOT SELECTED -  *
002730*  WHICH MUST ADD BACK TO THE ACTIVE RECIPIENTS EVALUATED.       *
002740*----------------------------------------------------------------*
002750 3350-PRINT-SELECTION.
002760     OPEN OUTPUT SELECTION-REPORT
002770     IF WS-CSRP-FS NOT = '00'
002780         DISPLAY 'TWELVE - UNABLE TO OPEN SELECTION-REPORT,'
002790             ' STATUS ' WS-CSRP-FS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830     MOVE SPACES TO WS-REPORT-LINE
002840     STRING 'CAMPAIGN SELECTION ' WS-CSEL-ID '  CATALOG '
002850         WS-CATALOG-ID '  SEASON ' WS-RUN-YEAR
002860         DELIMITED BY SIZE INTO WS-REPORT-LINE
002870     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
002880     MOVE SPACES TO WS-REPORT-LINE
002890     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
002900     MOVE SPACES TO WS-REPORT-LINE
002910     STRING 'SEQ ACTION  TYPE LOW        HIGH       PCT'
002920         '  SELECTED  EXCLUDED'
002930         DELIMITED BY SIZE INTO WS-REPORT-LINE
002940     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
002950     PERFORM 3360-PRINT-ONE-RULE THRU 3360-EXIT
002960         VARYING CSEL-IDX FROM 1 BY 1
002970         UNTIL CSEL-IDX > CSEL-COUNT
002980     MOVE SPACES TO WS-REPORT-LINE
002990     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
003000     MOVE WS-CSEL-EVALUATED TO WS-CSEL-CNT-FMT
003010     MOVE SPACES TO WS-REPORT-LINE
003020     STRING 'ACTIVE RECIPIENTS     ' WS-CSEL-CNT-FMT
003030         DELIMITED BY SIZE INTO WS-REPORT-LINE
003040     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
003050     MOVE WS-CSEL-NO-INCLUDE TO WS-CSEL-CNT-FMT
003060     MOVE SPACES TO WS-REPORT-LINE
003070     STRING 'NO INCLUDE RULE MATCH ' WS-CSEL-CNT-FMT
003080         DELIMITED BY SIZE INTO WS-REPORT-LINE
003090     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
003100     MOVE WS-CSEL-DROPPED TO WS-CSEL-CNT-FMT
003110     MOVE SPACES TO WS-REPORT-LINE
003120     STRING 'NOT SELECTED (TOTAL)  ' WS-CSEL-CNT-FMT
003130         DELIMITED BY SIZE INTO WS-REPORT-LINE
003140     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
003150     MOVE WS-CSEL-HELD TO WS-CSEL-CNT-FMT
003160     MOVE SPACES TO WS-REPORT-LINE
003170     STRING 'HELD OUT (CONTROL)    ' WS-CSEL-CNT-FMT
003180         DELIMITED BY SIZE INTO WS-REPORT-LINE
003190     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
003200     MOVE WS-CSEL-MAILED TO WS-CSEL-CNT-FMT
003210     MOVE SPACES TO WS-REPORT-LINE
003220     STRING 'MAILED                ' WS-CSEL-CNT-FMT
003230         DELIMITED BY SIZE INTO WS-REPORT-LINE
003240     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
003250     MOVE SPACES TO WS-REPORT-LINE
003260     IF WS-CSEL-MAILED + WS-CSEL-HELD + WS-CSEL-DROPPED
003270         = WS-CSEL-EVALUATED
003280         MOVE 'CELLS BALANCE TO ACTIVE RECIPIENTS'
003290             TO WS-REPORT-LINE
003300     ELSE
003310         MOVE 'CHECK FAILED: CELLS VS ACTIVE RECIPIENTS'
003320             TO WS-REPORT-LINE
003330         DISPLAY 'TWELVE - SELECTION ' WS-CSEL-ID
003340             ' CELLS OUT OF BALANCE, CATALOG ' WS-CATALOG-ID
003350         MOVE 8 TO RETURN-CODE
003360     END-IF
003370     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
003380     CLOSE SELECTION-REPORT.
003390 3350-EXIT.
003400     EXIT.
003410 3360-PRINT-ONE-RULE.
003420     MOVE CSEL-PCT (CSEL-IDX) TO WS-CSEL-PCT-FMT
003430     MOVE CSEL-SELECTED (CSEL-IDX) TO WS-CSEL-CNT-FMT
003440     MOVE CSEL-EXCLUDED (CSEL-IDX) TO WS-CSEL-CNT2-FMT
003450     MOVE SPACES TO WS-REPORT-LINE
003460     EVALUATE CSEL-ACTION (CSEL-IDX)
003470         WHEN 'I'
003480             STRING CSEL-SEQ (CSEL-IDX) ' INCLUDE  '
003490                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003500         WHEN 'E'
003510             STRING CSEL-SEQ (CSEL-IDX) ' EXCLUDE  '
003520                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003530         WHEN OTHER
003540             STRING CSEL-SEQ (CSEL-IDX) ' HOLDOUT  '
003550                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003560     END-EVALUATE
003570     MOVE CSEL-TYPE (CSEL-IDX) TO WS-REPORT-LINE (14:1)
003580     MOVE CSEL-LOW (CSEL-IDX) TO WS-REPORT-LINE (18:10)
003590     IF CSEL-TYPE (CSEL-IDX) = 'R'
003600         MOVE CSEL-HIGH (CSEL-IDX) TO WS-REPORT-LINE (29:10)
003610     END-IF
003620     IF CSEL-ACTION (CSEL-IDX) = 'H'
003630         MOVE WS-CSEL-PCT-FMT TO WS-REPORT-LINE (41:2)
003640     END-IF
003650     MOVE WS-CSEL-CNT-FMT TO WS-REPORT-LINE (46:7)
003660     MOVE WS-CSEL-CNT2-FMT TO WS-REPORT-LINE (56:7)
003670     WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
003680     IF CSEL-DESC (CSEL-IDX) NOT = SPACES
003690         MOVE SPACES TO WS-REPORT-LINE
003700         MOVE CSEL-DESC (CSEL-IDX) TO WS-REPORT-LINE (5:30)
003710         WRITE SELECTION-REPORT-REC FROM WS-REPORT-LINE
003720     END-IF.
003730 3360-EXIT.
003740     EXIT.
