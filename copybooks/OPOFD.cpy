000010*----------------------------------------------------------------*
000020*  OPOFD    - FD AND RECORD LAYOUT FOR THE OPEN PURCHASE ORDER   *
000030*  FILE.  ONE RECORD PER PURCHASE ORDER LINE STILL AWAITING      *
000040*  GOODS: THE PO NUMBER (RAISE DATE PLUS VENDOR CODE), THE GIFT  *
000050*  IT REPLENISHES, QUANTITY ORDERED AND RECEIVED SO FAR, THE     *
000060*  UNIT COST IT WAS RAISED AT, AND THE LINE STATUS.  THE         *
000070*  REPLENISHMENT RUN ADDS LINES; THE GOODS-RECEIVED JOB POSTS    *
000080*  RECEIPTS AGAINST THEM AND DROPS A LINE ONCE IT CLOSES.        *
000090*  COPY INTO FILE SECTION.                                       *
000100*----------------------------------------------------------------*
000110 FD  OPEN-PO-FILE
000120     RECORDING MODE IS F.
000130 01  OPEN-PO-REC.
000140     05  OP-PO-NO                  PIC X(11).
000150     05  OP-VENDOR-CODE            PIC X(3).
000160     05  OP-CATALOG-ID             PIC X(2).
000170     05  OP-DAY-NO                 PIC 9(3).
000180     05  OP-QTY-ORDERED            PIC 9(7).
000190     05  OP-QTY-RECEIVED           PIC 9(7).
000200     05  OP-UNIT-COST              PIC 9(5)V99.
000210     05  OP-PO-DATE                PIC 9(8).
000220     05  OP-STATUS                 PIC X(1).
000230         88  OP-LINE-OPEN          VALUE 'O'.
000240         88  OP-LINE-PART          VALUE 'P'.
000250         88  OP-LINE-CLOSED        VALUE 'C'.
