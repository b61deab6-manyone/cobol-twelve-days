000010*----------------------------------------------------------------*
000020*  MHSTFD   - FD AND RECORD LAYOUT FOR THE MAILING HISTORY FILE. *
000030*  THE LETTER PASS APPENDS ONE RECORD FOR EVERY LETTER PRINTED   *
000040*  AND ONE FOR EVERY RECIPIENT OF THE CATALOG SKIPPED AS         *
000050*  SUPPRESSED, SO "WHAT DID YOU SEND ME LAST YEAR, AND WHEN" CAN *
000060*  BE ANSWERED FROM FILE: THE SEASON, CATALOG, RUN DATE, DAY     *
000070*  RANGE, THE NAME, ADDRESS, AND POSTAL CODE ACTUALLY PRINTED,   *
000080*  THE NUMBER OF FULFILLMENT ORDERS CUT FOR THE LETTER, AND THE  *
000090*  KIND OF RUN.  THE FILE ONLY EVER GROWS; RCPTHIST READS IT BY  *
000100*  RECIPIENT ID.  COPY INTO FILE SECTION.                        *
000110*    MH-EVENT    'L' LETTER PRINTED, 'S' SKIPPED AS SUPPRESSED   *
000120*                (MH-RC-STATUS CARRIES THE REASON), 'H' HELD     *
000121*                OUT AS A CAMPAIGN CONTROL CELL, 'X' NOT         *
000122*                SELECTED BY THE CAMPAIGN SELECTION NAMED IN     *
000123*                MH-SELECT-ID (BLANK WHEN THE RUN HAD NONE).     *
000124*                'U' RETURNED UNDELIVERABLE (WRITTEN BY          *
000125*                RCPTUNDL FOR EACH RETURNED PIECE IT MATCHES,    *
000126*                WITH THE NAME AND ADDRESS THE PIECE CARRIED).   *
000127*                'E' SENT BY E-MAIL (MH-EMAIL-ADDR CARRIES THE   *
000128*                ADDRESS USED), 'B' E-MAIL BOUNCED (WRITTEN BY   *
000129*                RCPTBNCE, WHICH SWITCHED THE RECIPIENT BACK TO  *
000132*                PRINT).                                         *
000136*    MH-RUN-MODE 'L' LIVE PRODUCTION, 'P' PROOF, 'R' REPLAY OF   *
000140*                A PAST SEASON.                                  *
000150*----------------------------------------------------------------*
000160 FD  MAIL-HISTORY
000170     RECORDING MODE IS F.
000180 01  MAIL-HISTORY-REC.
000190     05  MH-RECIP-ID               PIC X(6).
000200     05  MH-SEASON                 PIC 9(4).
000210     05  MH-CATALOG-ID             PIC X(2).
000220     05  MH-RUN-DATE               PIC 9(8).
000230     05  MH-START-DAY              PIC 9(2).
000240     05  MH-END-DAY                PIC 9(2).
000250     05  MH-EVENT                  PIC X(1).
000260         88  MH-LETTER-PRINTED               VALUE 'L'.
000270         88  MH-SKIPPED                      VALUE 'S'.
000272         88  MH-HELD-OUT                     VALUE 'H'.
000274         88  MH-NOT-SELECTED                 VALUE 'X'.
000276         88  MH-RETURNED-MAIL                VALUE 'U'.
000277         88  MH-EMAIL-SENT                   VALUE 'E'.
000278         88  MH-EMAIL-BOUNCED                VALUE 'B'.
000280     05  MH-RC-STATUS              PIC X(1).
000290     05  MH-RUN-MODE               PIC X(1).
000300         88  MH-LIVE-RUN                     VALUE 'L'.
000310         88  MH-PROOF-RUN                    VALUE 'P'.
000320         88  MH-REPLAY-RUN                   VALUE 'R'.
000330     05  MH-FO-COUNT               PIC 9(4).
000340     05  MH-PROGRAM-VARIANT        PIC X(10).
000350     05  MH-NAME                   PIC X(30).
000360     05  MH-ADDR-LINE-1            PIC X(30).
000370     05  MH-ADDR-LINE-2            PIC X(30).
000380     05  MH-POSTAL-CODE            PIC X(10).
000390     05  MH-SELECT-ID              PIC X(8).
000400     05  MH-EMAIL-ADDR             PIC X(60).
