000010*----------------------------------------------------------------*
000020*  STKOFD   - FD AND RECORD LAYOUT FOR THE STOCK-OUT EXTRACT.    *
000030*  ONE RECORD PER GIFT PROJECTED TO RUN OUT BEFORE SEASON END:   *
000040*  THE GIFT'S CATALOG AND DAY, ON-HAND AT THE AS-OF DATE, THE    *
000050*  DEMAND THE REST OF THE CALENDAR WILL PLACE ON IT, AND THE     *
000060*  RUN DATE IT IS PROJECTED TO RUN OUT.  COPY INTO FILE SECTION. *
000070*----------------------------------------------------------------*
000080 FD  STOCK-OUT-FILE
000090     RECORDING MODE IS F.
000100 01  STOCK-OUT-REC.
000110     05  SO-CATALOG-ID             PIC X(2).
000120     05  SO-DAY-NO                 PIC 9(3).
000130     05  SO-ON-HAND                PIC 9(7).
000140     05  SO-DEMAND                 PIC 9(9).
000150     05  SO-EXH-DATE               PIC 9(8).
000160     05  SO-ASOF-DATE              PIC 9(8).
