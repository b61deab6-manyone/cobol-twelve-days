000070*  AGAINST IT, AND THE SEASON SPEND REPORT PRINTS THE VENDOR     *
000080*  NAME BESIDE EACH SUBTOTAL SO FINANCE STOPS DECODING CODES     *
000090*  FROM A STICKY NOTE.  COPY INTO FILE SECTION.                  *
000092*  VM-CURRENCY IS THE CURRENCY THE VENDOR BILLS IN - AND SO THE  *
000094*  CURRENCY OF GM-UNIT-COST ON THAT VENDOR'S GIFT LINES.  BLANK  *
000096*  MEANS THE HOME (REPORTING) CURRENCY; ANY OTHER CODE IS        *
000098*  CONVERTED AT THE DATED RATE ON THE EXCHANGE-RATE FILE.        *
000100*----------------------------------------------------------------*
000110 FD  VENDOR-MASTER
000120     RECORDING MODE IS F.
000180     05  VM-REMIT-2                PIC X(30).
000190     05  VM-ACTIVE                 PIC X(1).
000200         88  VM-IS-ACTIVE          VALUE 'Y'.
000210     05  VM-CURRENCY               PIC X(3).
