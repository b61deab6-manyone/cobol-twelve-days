000010*----------------------------------------------------------------*
000020*  CSELFD   - FD AND RECORD LAYOUTS FOR THE CAMPAIGN SELECTION   *
000030*  RULES AND THE SELECTION REPORT.  A SELECTION IS EVERY RULE    *
000040*  RECORD CARRYING THE SAME CS-SELECT-ID, APPLIED IN CS-RULE-SEQ *
000050*  ORDER TO EACH ACTIVE RECIPIENT OF THE CATALOG BEING MAILED:   *
000060*    'I' INCLUDE - WHEN A SELECTION HAS ANY INCLUDE RULES, A     *
000070*                  RECIPIENT MUST MATCH ONE OF THEM TO BE        *
000080*                  MAILED; WITH NONE, EVERYONE IS IN.            *
000090*    'E' EXCLUDE - A RECIPIENT MATCHING ANY EXCLUDE RULE IS NOT  *
000100*                  MAILED, WHATEVER THE INCLUDES SAID.           *
000110*    'H' HOLDOUT - OF THOSE STILL SELECTED AND MATCHING THE      *
000120*                  RULE, CS-HOLDOUT-PCT PERCENT ARE HELD BACK AS *
000130*                  THE CONTROL CELL.  THE DRAW IS REPEATABLE     *
000140*                  (RECIPIENT ID HASHED WITH THE SELECTION ID),  *
000150*                  SO A RECIPIENT STAYS IN THE SAME CELL FOR     *
000160*                  EVERY RUN OF THE CAMPAIGN.                    *
000170*  RULE TYPES (WHAT CS-LOW-VALUE / CS-HIGH-VALUE HOLD):          *
000180*    'A' ALL RECIPIENTS (VALUES UNUSED)                          *
000190*    'C' CATALOG ID (LOW, FIRST TWO CHARACTERS)                  *
000200*    'P' POSTAL-CODE PREFIX (LOW, AS MANY CHARACTERS AS KEYED)   *
000210*    'R' RECIPIENT ID RANGE (LOW THRU HIGH, FIRST SIX            *
000220*        CHARACTERS; A BLANK HIGH MEANS THE LOW ID ONLY)         *
000230*    'S' SEGMENT CODE ON THE RECIPIENT (LOW, FIRST TWO           *
000240*        CHARACTERS)                                             *
000250*  COPY INTO FILE SECTION.                                       *
000260*----------------------------------------------------------------*
000270 FD  CAMPAIGN-SELECTION
000280     RECORDING MODE IS F.
000290 01  CAMPAIGN-SELECTION-REC.
000300     05  CS-SELECT-ID              PIC X(8).
000310     05  CS-RULE-SEQ               PIC 9(3).
000320     05  CS-ACTION                 PIC X(1).
000330         88  CS-INCLUDE                      VALUE 'I'.
000340         88  CS-EXCLUDE                      VALUE 'E'.
000350         88  CS-HOLDOUT                      VALUE 'H'.
000360     05  CS-RULE-TYPE              PIC X(1).
000370         88  CS-TYPE-VALID                   VALUE 'A' 'C' 'P'
000380                                                   'R' 'S'.
000390     05  CS-LOW-VALUE              PIC X(10).
000400     05  CS-HIGH-VALUE             PIC X(10).
000410     05  CS-HOLDOUT-PCT            PIC 9(2).
000420     05  CS-DESCRIPTION            PIC X(30).
000430 FD  SELECTION-REPORT
000440     RECORDING MODE IS F.
000450 01  SELECTION-REPORT-REC          PIC X(80).
