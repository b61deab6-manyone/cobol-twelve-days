000190*                   WHILE THERE IS STILL TIME TO SOURCE STOCK    *
000200*                   OR PRE-LOAD A GIFT-OVERRIDE RECORD, INSTEAD  *
000210*                   OF AFTER SOMEBODY NOTICES.                   *
000212*  10/15/2026 RA    ALSO CUTS A STOCK-OUT EXTRACT, ONE RECORD    *
000214*                   PER GIFT PROJECTED TO RUN OUT, SO THE        *
000216*                   REPLENISHMENT RUN (REPLENPO) CAN RAISE THE   *
000218*                   PURCHASE ORDERS INSTEAD OF SOMEBODY PHONING  *
000219*                   THE VENDOR.                                  *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     COPY CALSEL.
000265     COPY STKOSEL.
000270     SELECT GIFT-INVENTORY ASSIGN TO GIFTINV
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-INV-FS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350     COPY CALFD.
000355     COPY STKOFD.
000360 FD  GIFT-INVENTORY
000370     RECORDING MODE IS F.
000380 01  GIFT-INVENTORY-REC.
000460 77  WS-CAL-FS                     PIC X(2)  VALUE '00'.
000470 77  WS-INV-FS                     PIC X(2)  VALUE '00'.
000480 77  WS-RPT-FS                     PIC X(2)  VALUE '00'.
000485 77  WS-STKO-FS                    PIC X(2)  VALUE '00'.
000490 77  WS-ASOF-DATE                  PIC 9(8)  VALUE ZERO.
000500 01  WS-ASOF-PARM.
000510     05  WS-ASOF-PARM-DATE         PIC X(8).
001300         MOVE 16 TO RETURN-CODE
001310         STOP RUN
001320     END-IF
001322     OPEN OUTPUT STOCK-OUT-FILE
001324     IF WS-STKO-FS NOT = '00'
001326         DISPLAY 'STOCKPRJ - UNABLE TO OPEN STOCK-OUT-FILE,'
001327             ' STATUS ' WS-STKO-FS
001328         MOVE 16 TO RETURN-CODE
001329         STOP RUN
001330     END-IF
001331     MOVE SPACES TO WS-RPT-LINE
001340     STRING 'GIFT STOCK-OUT PROJECTION  AS OF ' WS-ASOF-DATE
001350         DELIMITED BY SIZE INTO WS-RPT-LINE
001360     WRITE STOCK-PROJ-REC FROM WS-RPT-LINE
003360*----------------------------------------------------------------*
003370*  3000-PRINT-ONE-GIFT - ONE REPORT LINE PER TRACKED GIFT:       *
003380*  ON-HAND, REMAINING DEMAND, AND EITHER THE PROJECTED           *
003390*  EXHAUSTION DATE (FLAGGED **) OR ADEQUATE.  EACH STOCK-OUT     *
003395*  IS ALSO WRITTEN TO THE STOCK-OUT EXTRACT FOR REPLENISHMENT.   *
003400*----------------------------------------------------------------*
003410 3000-PRINT-ONE-GIFT.
003420     MOVE INV-ON-HAND (INV-IDX) TO WS-ONH-FMT
003500             ' DEMAND ' WS-DMD-FMT
003510             ' OUT ' INV-EXH-DATE (INV-IDX) ' **'
003520             DELIMITED BY SIZE INTO WS-RPT-LINE
003522         MOVE INV-CATALOG-ID (INV-IDX) TO SO-CATALOG-ID
003524         MOVE INV-DAY-NO (INV-IDX) TO SO-DAY-NO
003526         MOVE INV-ON-HAND (INV-IDX) TO SO-ON-HAND
003527         MOVE INV-DEMAND (INV-IDX) TO SO-DEMAND
003528         MOVE INV-EXH-DATE (INV-IDX) TO SO-EXH-DATE
003529         MOVE WS-ASOF-DATE TO SO-ASOF-DATE
003530         WRITE STOCK-OUT-REC
003531     ELSE
003540         STRING 'CATALOG ' INV-CATALOG-ID (INV-IDX)
003550             ' DAY ' INV-DAY-NO (INV-IDX)
003560             ' ON HAND ' WS-ONH-FMT
003790         DELIMITED BY SIZE INTO WS-RPT-LINE
003800     WRITE STOCK-PROJ-REC FROM WS-RPT-LINE
003810     CLOSE STOCK-PROJ-RPT
003815     CLOSE STOCK-OUT-FILE
003820     IF WS-STOCKOUT-CNT > ZERO
003830         MOVE 4 TO RETURN-CODE
003840     END-IF.
