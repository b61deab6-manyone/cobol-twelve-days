000060*  EXACTLY TO THE DETAILS - SO GL INTAKE BALANCES THE FEED       *
000070*  BEFORE POSTING AND FINANCE NEVER REKEYS A SUBTOTAL.  COPY     *
000080*  INTO FILE SECTION.                                            *
000082*  GL-DET-AMOUNT IS ALWAYS IN THE HOME (REPORTING) CURRENCY, SO  *
000084*  THE HASH TOTAL TIES ACROSS VENDORS BILLING IN DIFFERENT       *
000086*  CURRENCIES; THE DETAIL ALSO CARRIES THE VENDOR'S BILLING      *
000088*  CURRENCY, THE TRANSACTION AMOUNT IN THAT CURRENCY, AND THE    *
000089*  RATE THAT CONVERTED IT.  THE TRAILER NAMES THE HOME CURRENCY. *
000090*----------------------------------------------------------------*
000100 FD  GL-POSTING-FEED
000110     RECORDING MODE IS F.
000120 01  GL-POSTING-REC.
000130     05  GL-REC-TYPE               PIC X(1).
000140     05  GL-REC-BODY               PIC X(49).
000150 01  GL-POSTING-DET-REC REDEFINES GL-POSTING-REC.
000160     05  GL-DET-TYPE               PIC X(1).
000170     05  GL-DET-VENDOR-CODE        PIC X(3).
000190     05  GL-DET-CATALOG-ID         PIC X(2).
000200     05  GL-DET-AMOUNT             PIC 9(11)V99.
000210     05  GL-DET-DR-CR              PIC X(1).
000212     05  GL-DET-CURRENCY           PIC X(3).
000214     05  GL-DET-TRAN-AMOUNT        PIC 9(11)V99.
000216     05  GL-DET-RATE               PIC 9(4)V9(6).
000220 01  GL-POSTING-TRL-REC REDEFINES GL-POSTING-REC.
000230     05  GL-TRL-TYPE               PIC X(1).
000240     05  GL-TRL-REC-COUNT          PIC 9(6).
000250     05  GL-TRL-HASH-AMT           PIC 9(13)V99.
000255     05  GL-TRL-CURRENCY           PIC X(3).
000260     05  FILLER                    PIC X(25).
