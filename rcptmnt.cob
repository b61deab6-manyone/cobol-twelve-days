000253*                   THAT ORDER AND RE-COLLATED BY RECIPIENT ID   *
000254*                   INTERNALLY, SO MAINTENANCE IS STILL KEYED    *
000255*                   ON THE ID ALONE.                             *
000256*  10/15/2026 RA    STATUS 'M' (MERGED AWAY, SET ON THE          *
000257*                   DUPLICATE OF A CONFIRMED PAIR BY THE NEW     *
000258*                   RCPTDUPE MERGE/PURGE JOB) IS NOW ACCEPTED ON *
000259*                   A TRANSACTION.                               *
000261*  10/15/2026 RA    THE MASTER AND THE TRANSACTIONS NOW CARRY A  *
000262*                   MARKETING SEGMENT CODE FOR CAMPAIGN          *
000263*                   SELECTION.  ON A CHANGE A BLANK SEGMENT      *
000264*                   KEEPS THE VALUE ON FILE AND '**' CLEARS IT.  *
000265*  10/15/2026 RA    THE MASTER NOW CARRIES THE DATE ITS STATUS   *
000266*                   WAS SET, STAMPED WITH THE RUN DATE ON AN ADD *
000267*                   AND WHEN A CHANGE ALTERS THE STATUS - THE    *
000268*                   NEW RCPTPURG RETENTION PURGE COUNTS SEASONS  *
000269*                   SUPPRESSED FROM IT - AND THE PURGE DATE,     *
000271*                   CARRIED THROUGH UNCHANGED.  A RECIPIENT THE  *
000272*                   PURGE HAS TOMBSTONED CAN NO LONGER BE        *
000273*                   CHANGED OR DELETED (REASON 09): THE ID AND   *
000274*                   REASON STAY SO THEY ARE NEVER MAILED AGAIN.  *
000275*  10/15/2026 RA    THE MASTER AND THE TRANSACTIONS NOW CARRY A  *
000276*                   DELIVERY CHANNEL (BLANK OR P PRINT, E        *
000277*                   E-MAIL, B BOTH) AND AN E-MAIL ADDRESS, WHICH *
000278*                   A CHANGE MERGES LIKE THE OTHER FIELDS ('**'  *
000279*                   CLEARS THE ADDRESS).  A CHANNEL THAT IS NOT  *
000281*                   ONE OF THESE IS REASON 10; AN E-MAIL CHANNEL *
000282*                   LEFT WITHOUT A USABLE ADDRESS IS REASON 11.  *
000283*                   THE REGISTER SHOWS THE CHANNEL.              *
000284*----------------------------------------------------------------*
000285 ENVIRONMENT DIVISION.
000286 INPUT-OUTPUT SECTION.
000287 FILE-CONTROL.
000288     SELECT RECIPIENT-MASTER-OLD ASSIGN TO RCPTMOLD
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-OLD-FS.
000310     SELECT RCPT-TRAN-FILE ASSIGN TO RCPTTRAN
000520     05  RCO-CATALOG-ID            PIC X(2).
000530     05  RCO-STATUS                PIC X(1).
000535     05  RCO-POSTAL-CODE           PIC X(10).
000537     05  RCO-SEGMENT-CODE          PIC X(2).
000539     05  RCO-STATUS-DATE           PIC 9(8).
000541     05  RCO-PURGE-DATE            PIC 9(8).
000543     05  RCO-CHANNEL               PIC X(1).
000545     05  RCO-EMAIL-ADDR            PIC X(60).
000547 FD  RCPT-TRAN-FILE
000550     RECORDING MODE IS F.
000560 01  RCPT-TRAN-REC.
000570     05  TR-ACTION                 PIC X(1).
000620     05  TR-CATALOG-ID             PIC X(2).
000630     05  TR-STATUS                 PIC X(1).
000635     05  TR-POSTAL-CODE            PIC X(10).
000637     05  TR-SEGMENT-CODE           PIC X(2).
000638     05  TR-CHANNEL                PIC X(1).
000639     05  TR-EMAIL-ADDR             PIC X(60).
000640 FD  RECIPIENT-MASTER-NEW
000650     RECORDING MODE IS F.
000660 01  RECIPIENT-MASTER-NEW-REC.
000710     05  RCN-CATALOG-ID            PIC X(2).
000720     05  RCN-STATUS                PIC X(1).
000725     05  RCN-POSTAL-CODE           PIC X(10).
000727     05  RCN-SEGMENT-CODE          PIC X(2).
000729     05  RCN-STATUS-DATE           PIC 9(8).
000731     05  RCN-PURGE-DATE            PIC 9(8).
000733     05  RCN-CHANNEL               PIC X(1).
000735     05  RCN-EMAIL-ADDR            PIC X(60).
000737 FD  CHANGE-REGISTER
000740     RECORDING MODE IS F.
000750 01  CHANGE-REGISTER-REC           PIC X(80).
000760 FD  REJECT-FILE
000780 01  REJECT-REC.
000790     05  RJ-REASON-CODE            PIC X(2).
000800     05  FILLER                    PIC X(1).
000810     05  RJ-TRAN-IMAGE             PIC X(173).
000820 WORKING-STORAGE SECTION.
000830 77  WS-OLD-FS                     PIC X(2)  VALUE '00'.
000840 77  WS-TRAN-FS                    PIC X(2)  VALUE '00'.
001080         10  MNT-ADDR-1            PIC X(30).
001090         10  MNT-ADDR-2            PIC X(30).
001100         10  MNT-CATALOG-ID        PIC X(2).
001101         10  MNT-STATUS            PIC X(1).
001103         10  MNT-POSTAL            PIC X(10).
001105         10  MNT-SEGMENT           PIC X(2).
001107         10  MNT-STATUS-DATE       PIC 9(8).
001109         10  MNT-PURGE-DATE        PIC 9(8).
001110         10  MNT-CHANNEL           PIC X(1).
001112         10  MNT-EMAIL-ADDR        PIC X(60).
001114         10  MNT-WRITTEN-SW        PIC X(1).
001116*    OUTPUT COLLATION KEYS FOR THE SELECTION WRITE IN 3000.      *
001118 01  WS-SEL-KEY.
001119     05  WS-SEL-CATALOG            PIC X(2).
001121     05  WS-SEL-POSTAL             PIC X(10).
001200*    04 - ADD FOR A RECIPIENT ID ALREADY ON FILE                 *
001210*    05 - CHANGE OR DELETE FOR A RECIPIENT ID NOT ON FILE        *
001220*    06 - MASTER TABLE FULL, ADD COULD NOT BE APPLIED            *
001230*    07 - STATUS CODE NOT BLANK, A, O, D, G, U, OR M             *
001240*    08 - CATALOG ID BLANK ON AN ADD                             *
001245*    09 - CHANGE OR DELETE FOR A RECIPIENT ALREADY PURGED        *
001246*    10 - CHANNEL NOT BLANK, P, E, OR B                          *
001247*    11 - E-MAIL CHANNEL WITHOUT A USABLE E-MAIL ADDRESS         *
001250*----------------------------------------------------------------*
001260 77  WS-REJECT-REASON              PIC X(2)  VALUE SPACES.
001270 77  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
001280 77  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
001282 77  WS-NEW-CHANNEL                PIC X(1)  VALUE SPACE.
001284 77  WS-NEW-EMAIL-ADDR             PIC X(60) VALUE SPACES.
001286 77  WS-AT-SIGN-CNT                PIC 9(3)  COMP VALUE ZERO.
001290 PROCEDURE DIVISION.
001300*----------------------------------------------------------------*
001310*  0000-MAINLINE - LOAD THE OLD MASTER, APPLY THE TRANSACTIONS,  *
002280             MOVE RCO-CATALOG-ID TO MNT-CATALOG-ID (MNT-HIT-IDX)
002290             MOVE RCO-STATUS TO MNT-STATUS (MNT-HIT-IDX)
002295             MOVE RCO-POSTAL-CODE TO MNT-POSTAL (MNT-HIT-IDX)
002297             MOVE RCO-SEGMENT-CODE TO MNT-SEGMENT (MNT-HIT-IDX)
002298             MOVE RCO-STATUS-DATE TO MNT-STATUS-DATE (MNT-HIT-IDX)
002299             MOVE RCO-PURGE-DATE TO MNT-PURGE-DATE (MNT-HIT-IDX)
002301             MOVE RCO-CHANNEL TO MNT-CHANNEL (MNT-HIT-IDX)
002303             MOVE RCO-EMAIL-ADDR TO MNT-EMAIL-ADDR (MNT-HIT-IDX)
002310     END-READ.
002320 1210-EXIT.
002330     EXIT.
002340 1220-CHECK-OLD-RECORD.
002350*    A RECORD WRITTEN BEFORE THE DATE FIELDS EXISTED COMES IN    *
002360*    SHORT, BLANK WHERE THE DATES NOW ARE: TREAT AS NOT SET.     *
002370     IF RCO-STATUS-DATE NOT NUMERIC
002380         MOVE ZERO TO RCO-STATUS-DATE
002390     END-IF
002400     IF RCO-PURGE-DATE NOT NUMERIC
002405         MOVE ZERO TO RCO-PURGE-DATE
002408     END-IF
002410     IF MNT-COUNT >= WS-MNT-MAX
002420         DISPLAY 'RCPTMNT - RECIPIENT-MASTER EXCEEDS ' WS-MNT-MAX
002430             ' RECORDS, TABLE FULL'
002890         AND TR-STATUS NOT = SPACE AND TR-STATUS NOT = 'A'
002900         AND TR-STATUS NOT = 'O' AND TR-STATUS NOT = 'D'
002910         AND TR-STATUS NOT = 'G' AND TR-STATUS NOT = 'U'
002915         AND TR-STATUS NOT = 'M'
002920         MOVE '07' TO WS-REJECT-REASON
002930         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002940         GO TO 2020-EXIT
002980         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002990         GO TO 2020-EXIT
003000     END-IF
003002     IF (TR-ACTION = 'A' OR TR-ACTION = 'C')
003004         AND TR-CHANNEL NOT = SPACE AND TR-CHANNEL NOT = 'P'
003005         AND TR-CHANNEL NOT = 'E' AND TR-CHANNEL NOT = 'B'
003006         MOVE '10' TO WS-REJECT-REASON
003007         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003008         GO TO 2020-EXIT
003009     END-IF
003010     PERFORM 2050-FIND-MASTER-ENTRY THRU 2050-EXIT
003020     EVALUATE TR-ACTION
003030         WHEN 'A'
003340         END-IF
003350     END-IF.
003360 2060-EXIT.
003361     EXIT.
003362*----------------------------------------------------------------*
003363*  2070-RESOLVE-CHANNEL - LAYS THE TRANSACTION'S CHANNEL AND     *
003365*  E-MAIL ADDRESS OVER THE VALUES ALREADY ON FILE (BLANK FOR AN  *
003366*  ADD) THE SAME WAY AS THE OTHER FIELDS - BLANK KEEPS, '**'     *
003367*  CLEARS THE ADDRESS - AND REJECTS THE RESULT (REASON 11) IF IT *
003368*  WOULD SEND E-MAIL WITH NO ADDRESS, OR ONE WITH NO '@' IN IT.  *
003370*----------------------------------------------------------------*
003371 2070-RESOLVE-CHANNEL.
003372     IF TR-CHANNEL NOT = SPACE
003373         MOVE TR-CHANNEL TO WS-NEW-CHANNEL
003375     END-IF
003376     IF TR-EMAIL-ADDR NOT = SPACES
003377         MOVE TR-EMAIL-ADDR TO WS-NEW-EMAIL-ADDR
003378     END-IF
003380     IF TR-EMAIL-ADDR = '**'
003381         MOVE SPACES TO WS-NEW-EMAIL-ADDR
003382     END-IF
003383     IF WS-NEW-CHANNEL NOT = 'E' AND WS-NEW-CHANNEL NOT = 'B'
003385         GO TO 2070-EXIT
003386     END-IF
003387     MOVE ZERO TO WS-AT-SIGN-CNT
003388     INSPECT WS-NEW-EMAIL-ADDR TALLYING WS-AT-SIGN-CNT
003390         FOR ALL '@'
003391     IF WS-AT-SIGN-CNT NOT = 1
003392         MOVE '11' TO WS-REJECT-REASON
003393     END-IF.
003395 2070-EXIT.
003396     EXIT.
003397*----------------------------------------------------------------*
003398*  2100-APPLY-ADD - INSERTS A NEW RECIPIENT IN KEY SEQUENCE,     *
003400*  SHIFTING THE TAIL OF THE TABLE DOWN ONE SLOT.                 *
003410*----------------------------------------------------------------*
003420 2100-APPLY-ADD.
003500         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003510         GO TO 2100-EXIT
003520     END-IF
003522     MOVE SPACE TO WS-NEW-CHANNEL
003524     MOVE SPACES TO WS-NEW-EMAIL-ADDR
003525     PERFORM 2070-RESOLVE-CHANNEL THRU 2070-EXIT
003526     IF WS-REJECT-REASON NOT = SPACES
003527         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003528         GO TO 2100-EXIT
003529     END-IF
003530     PERFORM 2150-SHIFT-TABLE-DOWN THRU 2150-EXIT
003540         VARYING MNT-SHIFT-IDX FROM MNT-COUNT BY -1
003550         UNTIL MNT-SHIFT-IDX < MNT-HIT-IDX
003600     MOVE TR-ADDR-LINE-2 TO MNT-ADDR-2 (MNT-HIT-IDX)
003610     MOVE TR-CATALOG-ID TO MNT-CATALOG-ID (MNT-HIT-IDX)
003620     MOVE TR-STATUS TO MNT-STATUS (MNT-HIT-IDX)
003621     MOVE TR-POSTAL-CODE TO MNT-POSTAL (MNT-HIT-IDX)
003622     MOVE TR-SEGMENT-CODE TO MNT-SEGMENT (MNT-HIT-IDX)
003623     IF TR-SEGMENT-CODE = '**'
003624         MOVE SPACES TO MNT-SEGMENT (MNT-HIT-IDX)
003625     END-IF
003626     MOVE WS-RUN-DATE TO MNT-STATUS-DATE (MNT-HIT-IDX)
003627     MOVE ZERO TO MNT-PURGE-DATE (MNT-HIT-IDX)
003628     MOVE WS-NEW-CHANNEL TO MNT-CHANNEL (MNT-HIT-IDX)
003629     MOVE WS-NEW-EMAIL-ADDR TO MNT-EMAIL-ADDR (MNT-HIT-IDX)
003630     ADD 1 TO WS-TRAN-APPLIED-CNT
003640     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
003650 2100-EXIT.
003730*  2200-APPLY-CHANGE - REWORKS AN EXISTING RECIPIENT IN PLACE.   *
003740*  A BLANK FIELD ON THE TRANSACTION KEEPS THE VALUE ALREADY ON   *
003750*  FILE, SO A STATUS-ONLY SUPPRESSION CANNOT WIPE THE ADDRESS.   *
003755*  A NEW STATUS RESTAMPS THE STATUS DATE.  A RECIPIENT ALREADY   *
003757*  PURGED IS REJECTED - THE TOMBSTONE IS NOT TO BE REWORKED.     *
003760*----------------------------------------------------------------*
003770 2200-APPLY-CHANGE.
003780     IF NOT WS-ENTRY-FOUND
003790         MOVE '05' TO WS-REJECT-REASON
003800         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003810         GO TO 2200-EXIT
003811     END-IF
003812     IF MNT-PURGE-DATE (MNT-HIT-IDX) NOT = ZERO
003814         MOVE '09' TO WS-REJECT-REASON
003815         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003817         GO TO 2200-EXIT
003818     END-IF
003820     MOVE MNT-CHANNEL (MNT-HIT-IDX) TO WS-NEW-CHANNEL
003821     MOVE MNT-EMAIL-ADDR (MNT-HIT-IDX) TO WS-NEW-EMAIL-ADDR
003822     PERFORM 2070-RESOLVE-CHANNEL THRU 2070-EXIT
003824     IF WS-REJECT-REASON NOT = SPACES
003825         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003827         GO TO 2200-EXIT
003828     END-IF
003830     PERFORM 2510-REGISTER-BEFORE THRU 2510-EXIT
003840     IF TR-NAME NOT = SPACES
003850         MOVE TR-NAME TO MNT-NAME (MNT-HIT-IDX)
003940         MOVE TR-CATALOG-ID TO MNT-CATALOG-ID (MNT-HIT-IDX)
003950     END-IF
003960     IF TR-STATUS NOT = SPACE
003962         AND TR-STATUS NOT = MNT-STATUS (MNT-HIT-IDX)
003970         MOVE TR-STATUS TO MNT-STATUS (MNT-HIT-IDX)
003975         MOVE WS-RUN-DATE TO MNT-STATUS-DATE (MNT-HIT-IDX)
003980     END-IF
003982     IF TR-POSTAL-CODE NOT = SPACES
003984         MOVE TR-POSTAL-CODE TO MNT-POSTAL (MNT-HIT-IDX)
003985     END-IF
003986     IF TR-SEGMENT-CODE NOT = SPACES
003988         MOVE TR-SEGMENT-CODE TO MNT-SEGMENT (MNT-HIT-IDX)
003989     END-IF
003991     IF TR-SEGMENT-CODE = '**'
003992         MOVE SPACES TO MNT-SEGMENT (MNT-HIT-IDX)
003994     END-IF
003995     MOVE WS-NEW-CHANNEL TO MNT-CHANNEL (MNT-HIT-IDX)
003997     MOVE WS-NEW-EMAIL-ADDR TO MNT-EMAIL-ADDR (MNT-HIT-IDX)
003998     ADD 1 TO WS-TRAN-APPLIED-CNT
004000     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
004010 2200-EXIT.
004020     EXIT.
004040*  2300-APPLY-DELETE - REMOVES AN EXISTING RECIPIENT, SHIFTING   *
004050*  THE TAIL OF THE TABLE UP ONE SLOT.  RESERVED FOR TRUE         *
004060*  MISTAKES AND DUPLICATES - "STOP MAILING" IS A STATUS CHANGE,  *
004070*  NOT A DELETE.  A PURGED RECIPIENT'S TOMBSTONE IS KEPT.        *
004080*----------------------------------------------------------------*
004090 2300-APPLY-DELETE.
004100     IF NOT WS-ENTRY-FOUND
004120         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
004130         GO TO 2300-EXIT
004140     END-IF
004142     IF MNT-PURGE-DATE (MNT-HIT-IDX) NOT = ZERO
004144         MOVE '09' TO WS-REJECT-REASON
004146         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
004148         GO TO 2300-EXIT
004149     END-IF
004150     PERFORM 2510-REGISTER-BEFORE THRU 2510-EXIT
004160     PERFORM 2350-SHIFT-TABLE-UP THRU 2350-EXIT
004170         VARYING MNT-SHIFT-IDX FROM MNT-HIT-IDX BY 1
004550             STRING 'ADDED    ' TR-RECIP-ID ' AFTER  '
004560                 MNT-NAME (MNT-HIT-IDX) ' '
004570                 MNT-CATALOG-ID (MNT-HIT-IDX) ' '
004580                 MNT-STATUS (MNT-HIT-IDX) ' '
004585                 MNT-CHANNEL (MNT-HIT-IDX)
004590                 DELIMITED BY SIZE INTO WS-REG-LINE
004600         WHEN 'C'
004610             STRING 'CHANGED  ' TR-RECIP-ID ' AFTER  '
004620                 MNT-NAME (MNT-HIT-IDX) ' '
004630                 MNT-CATALOG-ID (MNT-HIT-IDX) ' '
004640                 MNT-STATUS (MNT-HIT-IDX) ' '
004645                 MNT-CHANNEL (MNT-HIT-IDX)
004650                 DELIMITED BY SIZE INTO WS-REG-LINE
004660         WHEN 'D'
004670             STRING 'DELETED  ' TR-RECIP-ID
004750     STRING '         ' TR-RECIP-ID ' BEFORE '
004760         MNT-NAME (MNT-HIT-IDX) ' '
004770         MNT-CATALOG-ID (MNT-HIT-IDX) ' '
004780         MNT-STATUS (MNT-HIT-IDX) ' '
004785         MNT-CHANNEL (MNT-HIT-IDX)
004790         DELIMITED BY SIZE INTO WS-REG-LINE
004800     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
004810 2510-EXIT.
004990     MOVE MNT-CATALOG-ID (WS-SEL-BEST-IDX) TO RCN-CATALOG-ID
005000     MOVE MNT-STATUS (WS-SEL-BEST-IDX) TO RCN-STATUS
005005     MOVE MNT-POSTAL (WS-SEL-BEST-IDX) TO RCN-POSTAL-CODE
005006     MOVE MNT-SEGMENT (WS-SEL-BEST-IDX) TO RCN-SEGMENT-CODE
005007     MOVE MNT-STATUS-DATE (WS-SEL-BEST-IDX) TO RCN-STATUS-DATE
005008     MOVE MNT-PURGE-DATE (WS-SEL-BEST-IDX) TO RCN-PURGE-DATE
005009     MOVE MNT-CHANNEL (WS-SEL-BEST-IDX) TO RCN-CHANNEL
005010     MOVE MNT-EMAIL-ADDR (WS-SEL-BEST-IDX) TO RCN-EMAIL-ADDR
005011     WRITE RECIPIENT-MASTER-NEW-REC
005012     MOVE 'Y' TO MNT-WRITTEN-SW (WS-SEL-BEST-IDX).
005020 3010-EXIT.
005030     EXIT.
