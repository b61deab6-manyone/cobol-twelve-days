000216*  09/02/2026 RA    TABLE WIDENED TO MATCH THE MAILING LIST'S    *
000217*                   NEW 20000 CEILING NOW THAT THE ENGINES       *
000218*                   STREAM THE FILE WITH NO TABLE AT ALL.        *
000219*  10/15/2026 RA    A MERGED-AWAY RECORD (STATUS 'M') IS NEVER   *
000220*                   MAILED, SO IT IS PASSED OVER WHEN MATCHING:  *
000221*                   AN EXACT DUPLICATE'S RETURNED PIECE NOW      *
000222*                   MARKS THE SURVIVOR, NOT THE MERGED RECORD.   *
000223*  10/15/2026 RA    CARRIES THE NEW SEGMENT CODE FIELD THROUGH   *
000224*                   TO THE NEW MASTER UNCHANGED.                 *
000225*  10/15/2026 RA    MARKING A RECIPIENT UNDELIVERABLE NOW STAMPS *
000226*                   THE NEW STATUS DATE (THE RETENTION PURGE     *
000227*                   COUNTS SEASONS SUPPRESSED FROM IT); THE      *
000228*                   PURGE DATE IS CARRIED THROUGH UNCHANGED.     *
000229*                   EVERY PIECE MATCHED IS ALSO APPENDED TO      *
000230*                   MAIL-HISTORY AS A RETURNED-MAIL EVENT ('U'), *
000231*                   WITH THE NAME AND ADDRESS AS THE PIECE       *
000232*                   CARRIED THEM, SO A SUBJECT ACCESS REPORT     *
000233*                   (RCPTSAR) CAN LIST THE RETURNED-MAIL HITS.   *
000234*  10/15/2026 RA    CARRIES THE NEW DELIVERY CHANNEL AND E-MAIL  *
000235*                   ADDRESS THROUGH TO THE NEW MASTER UNCHANGED  *
000236*                   - A RETURNED PAPER PIECE SAYS NOTHING ABOUT  *
000237*                   THE E-MAIL ADDRESS.                          *
000238*----------------------------------------------------------------*
000239 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT RECIPIENT-MASTER-OLD ASSIGN TO RCPTMOLD
000350     SELECT EXCEPTION-REPORT ASSIGN TO RCPTUEXC
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-EXC-FS.
000375     COPY MHSTSEL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  RECIPIENT-MASTER-OLD
000470     05  RCO-CATALOG-ID            PIC X(2).
000480     05  RCO-STATUS                PIC X(1).
000485     05  RCO-POSTAL-CODE           PIC X(10).
000487     05  RCO-SEGMENT-CODE          PIC X(2).
000489     05  RCO-STATUS-DATE           PIC 9(8).
000491     05  RCO-PURGE-DATE            PIC 9(8).
000493     05  RCO-CHANNEL               PIC X(1).
000495     05  RCO-EMAIL-ADDR            PIC X(60).
000497 FD  UNDELIVERABLE-FILE
000500     RECORDING MODE IS F.
000510 01  UNDELIVERABLE-REC.
000520     05  UN-NAME                   PIC X(30).
000620     05  RCN-CATALOG-ID            PIC X(2).
000630     05  RCN-STATUS                PIC X(1).
000635     05  RCN-POSTAL-CODE           PIC X(10).
000637     05  RCN-SEGMENT-CODE          PIC X(2).
000639     05  RCN-STATUS-DATE           PIC 9(8).
000641     05  RCN-PURGE-DATE            PIC 9(8).
000643     05  RCN-CHANNEL               PIC X(1).
000645     05  RCN-EMAIL-ADDR            PIC X(60).
000647 FD  EXCEPTION-REPORT
000650     RECORDING MODE IS F.
000660 01  EXCEPTION-REPORT-REC          PIC X(100).
000665     COPY MHSTFD.
000670 WORKING-STORAGE SECTION.
000675     COPY MHSTWS.
000680 77  WS-OLD-FS                     PIC X(2)  VALUE '00'.
000690 77  WS-UNDL-FS                    PIC X(2)  VALUE '00'.
000700 77  WS-NEW-FS                     PIC X(2)  VALUE '00'.
000710 77  WS-EXC-FS                     PIC X(2)  VALUE '00'.
000720 01  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.
000722 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000724     05  WS-RUN-YEAR               PIC 9(4).
000726     05  WS-RUN-MONTH              PIC 9(2).
000727     05  FILLER                    PIC 9(2).
000728*    THE SEASON A RETURNED PIECE WAS MAILED IN - SEE 2120.       *
000729 77  WS-RETURN-SEASON              PIC 9(4)  VALUE ZERO.
000730 01  WS-MASTER-EOF-SW              PIC X(1)  VALUE 'N'.
000740     88  WS-MASTER-EOF                       VALUE 'Y'.
000750 01  WS-UNDL-EOF-SW                PIC X(1)  VALUE 'N'.
000930         10  MNT-CATALOG-ID        PIC X(2).
000940         10  MNT-STATUS            PIC X(1).
000945         10  MNT-POSTAL            PIC X(10).
000947         10  MNT-SEGMENT           PIC X(2).
000949         10  MNT-STATUS-DATE       PIC 9(8).
000951         10  MNT-PURGE-DATE        PIC 9(8).
000953         10  MNT-CHANNEL           PIC X(1).
000955         10  MNT-EMAIL-ADDR        PIC X(60).
000957 01  WS-EXC-LINE                   PIC X(100).
000960 77  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
000970 77  WS-ENV-VALUE                  PIC X(16) VALUE SPACES.
000980 PROCEDURE DIVISION.
001130*----------------------------------------------------------------*
001140 1000-INITIALIZE.
001150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001152     MOVE WS-RUN-YEAR TO WS-RETURN-SEASON
001154     IF WS-RUN-MONTH < 7
001156         SUBTRACT 1 FROM WS-RETURN-SEASON
001158     END-IF
001160*    MASTER RECORDS MUST STAY FIXED AT FULL LENGTH, BLANKS AND   *
001170*    ALL, OR THE ENGINES MISREAD THE TRAILING STATUS BYTE.       *
001180     MOVE 'COB_LS_FIXED' TO WS-ENV-NAME
001400         MOVE 16 TO RETURN-CODE
001410         STOP RUN
001420     END-IF
001422     MOVE WS-RUN-DATE TO WS-MHST-RUN-DATE
001424     OPEN EXTEND MAIL-HISTORY
001426     IF WS-MHST-FS = '35'
001428         OPEN OUTPUT MAIL-HISTORY
001429     END-IF
001430     IF WS-MHST-FS NOT = '00'
001431         DISPLAY 'RCPTUNDL - UNABLE TO OPEN MAIL-HISTORY,'
001432             ' STATUS ' WS-MHST-FS
001433         MOVE 16 TO RETURN-CODE
001434         STOP RUN
001435     END-IF
001436     MOVE SPACES TO WS-EXC-LINE
001440     STRING 'RETURNED-MAIL PROCESSING EXCEPTIONS  RUN DATE '
001450         WS-RUN-DATE DELIMITED BY SIZE INTO WS-EXC-LINE
001460     WRITE EXCEPTION-REPORT-REC FROM WS-EXC-LINE
001890             MOVE RCO-CATALOG-ID TO MNT-CATALOG-ID (MNT-COUNT)
001900             MOVE RCO-STATUS TO MNT-STATUS (MNT-COUNT)
001905             MOVE RCO-POSTAL-CODE TO MNT-POSTAL (MNT-COUNT)
001906             MOVE RCO-SEGMENT-CODE TO MNT-SEGMENT (MNT-COUNT)
001907             IF RCO-STATUS-DATE NOT NUMERIC
001908                 MOVE ZERO TO RCO-STATUS-DATE
001909             END-IF
001910             IF RCO-PURGE-DATE NOT NUMERIC
001911                 MOVE ZERO TO RCO-PURGE-DATE
001913             END-IF
001914             MOVE RCO-STATUS-DATE TO MNT-STATUS-DATE (MNT-COUNT)
001915             MOVE RCO-PURGE-DATE TO MNT-PURGE-DATE (MNT-COUNT)
001916             MOVE RCO-CHANNEL TO MNT-CHANNEL (MNT-COUNT)
001917             MOVE RCO-EMAIL-ADDR TO MNT-EMAIL-ADDR (MNT-COUNT)
001918     END-READ.
001920 1210-EXIT.
001930     EXIT.
001940*----------------------------------------------------------------*
002270 2100-EXIT.
002280     EXIT.
002290 2110-TRY-ONE-RECIPIENT.
002295     IF MNT-STATUS (MNT-IDX) = 'M'
002296         GO TO 2110-EXIT
002297     END-IF
002300     IF MNT-NAME (MNT-IDX) = UN-NAME
002310         AND MNT-ADDR-1 (MNT-IDX) = UN-ADDR-LINE-1
002320         AND MNT-ADDR-2 (MNT-IDX) = UN-ADDR-LINE-2
002350             ADD 1 TO WS-ALREADY-CNT
002360         ELSE
002370             MOVE 'U' TO MNT-STATUS (MNT-IDX)
002375             MOVE WS-RUN-DATE TO MNT-STATUS-DATE (MNT-IDX)
002380             ADD 1 TO WS-PIECE-MATCH-CNT
002390         END-IF
002395         PERFORM 2120-LOG-RETURNED-PIECE THRU 2120-EXIT
002400     END-IF.
002410 2110-EXIT.
002411     EXIT.
002412*----------------------------------------------------------------*
002413*  2120-LOG-RETURNED-PIECE - APPENDS THE MATCHED PIECE TO        *
002415*  MAIL-HISTORY AS A RETURNED-MAIL EVENT, WITH THE NAME AND      *
002416*  ADDRESS THE PIECE CARRIED.  THE STACK ARRIVES AFTER THE       *
002417*  SEASON, SO A RUN IN JANUARY TO JUNE BELONGS TO THE SEASON     *
002418*  BEFORE.                                                       *
002420*----------------------------------------------------------------*
002421 2120-LOG-RETURNED-PIECE.
002422     MOVE SPACES TO MAIL-HISTORY-REC
002423     MOVE 'U' TO MH-EVENT
002425     MOVE MNT-RECIP-ID (MNT-IDX) TO MH-RECIP-ID
002426     MOVE WS-RETURN-SEASON TO MH-SEASON
002427     MOVE MNT-CATALOG-ID (MNT-IDX) TO MH-CATALOG-ID
002428     MOVE WS-MHST-RUN-DATE TO MH-RUN-DATE
002430     MOVE ZERO TO MH-START-DAY
002431     MOVE ZERO TO MH-END-DAY
002432     MOVE MNT-STATUS (MNT-IDX) TO MH-RC-STATUS
002433     MOVE 'L' TO MH-RUN-MODE
002435     MOVE ZERO TO MH-FO-COUNT
002436     MOVE 'RCPTUNDL' TO MH-PROGRAM-VARIANT
002437     MOVE UN-NAME TO MH-NAME
002438     MOVE UN-ADDR-LINE-1 TO MH-ADDR-LINE-1
002440     MOVE UN-ADDR-LINE-2 TO MH-ADDR-LINE-2
002441     MOVE MNT-POSTAL (MNT-IDX) TO MH-POSTAL-CODE
002442     WRITE MAIL-HISTORY-REC
002443     ADD 1 TO WS-MHST-WRITE-CNT.
002445 2120-EXIT.
002446     EXIT.
002447*----------------------------------------------------------------*
002448*  3000-WRITE-NEW-MASTER - WRITES THE TABLE BACK OUT AS THE NEW  *
002450*  MASTER, UNCHANGED EXCEPT FOR THE STATUS BYTES JUST MARKED.    *
002460*----------------------------------------------------------------*
002470 3000-WRITE-NEW-MASTER.
002590     MOVE MNT-CATALOG-ID (MNT-IDX) TO RCN-CATALOG-ID
002600     MOVE MNT-STATUS (MNT-IDX) TO RCN-STATUS
002605     MOVE MNT-POSTAL (MNT-IDX) TO RCN-POSTAL-CODE
002607     MOVE MNT-SEGMENT (MNT-IDX) TO RCN-SEGMENT-CODE
002609     MOVE MNT-STATUS-DATE (MNT-IDX) TO RCN-STATUS-DATE
002611     MOVE MNT-PURGE-DATE (MNT-IDX) TO RCN-PURGE-DATE
002613     MOVE MNT-CHANNEL (MNT-IDX) TO RCN-CHANNEL
002615     MOVE MNT-EMAIL-ADDR (MNT-IDX) TO RCN-EMAIL-ADDR
002617     WRITE RECIPIENT-MASTER-NEW-REC.
002620 3010-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------*
002890     STRING 'MATCHED NOBODY        ' WS-CNT-FMT
002900         DELIMITED BY SIZE INTO WS-EXC-LINE
002910     WRITE EXCEPTION-REPORT-REC FROM WS-EXC-LINE
002912     MOVE WS-MHST-WRITE-CNT TO WS-CNT-FMT
002914     MOVE SPACES TO WS-EXC-LINE
002916     STRING 'HISTORY EVENTS LOGGED ' WS-CNT-FMT
002917         DELIMITED BY SIZE INTO WS-EXC-LINE
002918     WRITE EXCEPTION-REPORT-REC FROM WS-EXC-LINE
002920     CLOSE UNDELIVERABLE-FILE
002930     CLOSE RECIPIENT-MASTER-NEW
002940     CLOSE EXCEPTION-REPORT
002945     CLOSE MAIL-HISTORY
002950     IF WS-PIECE-NOMATCH-CNT > ZERO
002960         MOVE 4 TO RETURN-CODE
002970     END-IF.
