000060*  MISSING VENDOR MASTER LEAVES WS-VNDM-PRESENT-SW AT 'N':       *
000070*  NAMES PRINT BLANK AND CODE VALIDATION IS SKIPPED (WITH A      *
000080*  CONSOLE WARNING) RATHER THAN REJECTING EVERYTHING.            *
000090*  THE REMIT-TO ADDRESS LINES RIDE ALONG FOR THE PURCHASE ORDER  *
000092*  HEADER, AND THE BILLING CURRENCY FOR THE SPEND REPORT AND GL  *
000094*  FEED.  COPY INTO WORKING-STORAGE SECTION.                     *
000100*----------------------------------------------------------------*
000110 77  WS-VNDM-FS                    PIC X(2)  VALUE '00'.
000120 77  WS-VNDM-MAX                   PIC 9(2) COMP VALUE 50.
000250         10  VNDM-CODE             PIC X(3).
000260         10  VNDM-NAME             PIC X(30).
000270         10  VNDM-ACTIVE           PIC X(1).
000280         10  VNDM-REMIT-1          PIC X(30).
000290         10  VNDM-REMIT-2          PIC X(30).
000300         10  VNDM-CURRENCY         PIC X(3).
