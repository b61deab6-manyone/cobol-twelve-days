000010*----------------------------------------------------------------*
000020*  XRATFD   - FD AND RECORD LAYOUT FOR THE DATED EXCHANGE-RATE   *
000030*  FILE.  ONE RECORD PER BILLING CURRENCY PER EFFECTIVE DATE, IN *
000040*  CURRENCY / EFFECTIVE-DATE SEQUENCE: XR-RATE IS THE NUMBER OF  *
000050*  REPORTING (HOME) CURRENCY UNITS ONE UNIT OF XR-CURRENCY BUYS, *
000060*  FROM XR-EFF-DATE UNTIL THE NEXT DATED RATE FOR THE SAME       *
000070*  CURRENCY.  A RATE IS NEVER OVERWRITTEN BY A NEW ONE - FINANCE *
000080*  KEYS A NEW DATED RECORD, SO A REPORT RERUN FOR AN OLD DATE    *
000090*  CONVERTS AT THE RATE THAT WAS IN FORCE THEN.  THE HOME        *
000100*  CURRENCY ITSELF (WS-XRAT-HOME-CCY) IS NEVER ON FILE; IT       *
000110*  ALWAYS CONVERTS AT 1.  COPY INTO FILE SECTION.                *
000120*----------------------------------------------------------------*
000130 FD  EXCHANGE-RATE-FILE
000140     RECORDING MODE IS F.
000150 01  EXCHANGE-RATE-REC.
000160     05  XR-CURRENCY               PIC X(3).
000170     05  XR-EFF-DATE               PIC 9(8).
000180     05  XR-RATE                   PIC 9(4)V9(6).
000190     05  XR-SOURCE                 PIC X(20).
