000010*----------------------------------------------------------------*
000020*  BUDFD    - FD AND RECORD LAYOUT FOR THE SEASON GIFT BUDGET    *
000030*  FILE.  ONE RECORD PER SEASON / CATALOG / FULFILLMENT VENDOR,  *
000040*  IN THAT KEY SEQUENCE: THE CATALOG'S ACTIVE RECIPIENTS WHEN    *
000050*  THE FORECAST WAS BUILT (FOR REFERENCE), THE GIFT UNITS THE    *
000052*  CALENDAR WILL TALLY, THE FORECAST AMOUNT AS COMPUTED, AND THE *
000054*  BUDGET AMOUNT MARKETING ACTUALLY SIGNS OFF (THE FORECAST      *
000056*  UNTIL ADJUSTED).  AMOUNTS ARE IN HOME CURRENCY ON THE SAME    *
000058*  BASIS AS THE GL POSTING FEED - TALLY TIMES UNIT COST.  STATUS *
000080*  'F' FORECAST AS BUILT, 'A' ADJUSTED BY MARKETING, 'S' SIGNED  *
000090*  OFF - A SIGNED-OFF LINE TAKES NO FURTHER ADJUSTMENT.  COPY    *
000100*  INTO FILE SECTION.                                            *
000110*----------------------------------------------------------------*
000120 FD  BUDGET-FILE
000130     RECORDING MODE IS F.
000140 01  BUDGET-REC.
000150     05  BG-KEY.
000160         10  BG-SEASON             PIC 9(4).
000170         10  BG-CATALOG-ID         PIC X(2).
000180         10  BG-VENDOR-CODE        PIC X(3).
000190     05  BG-RECIP-CNT              PIC 9(7).
000200     05  BG-UNITS                  PIC 9(11).
000210     05  BG-FORECAST-AMT           PIC 9(11)V99.
000220     05  BG-BUDGET-AMT             PIC 9(11)V99.
000230     05  BG-STATUS                 PIC X(1).
000240         88  BG-FORECAST                     VALUE 'F'.
000250         88  BG-ADJUSTED                     VALUE 'A'.
000260         88  BG-SIGNED-OFF                   VALUE 'S'.
000270     05  BG-CHANGE-DATE            PIC 9(8).
