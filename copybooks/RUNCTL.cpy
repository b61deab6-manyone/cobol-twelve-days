000260*    SO THE PARITY VERIFICATION CAN RUN TWO ENGINES AGAINST THE  *
000270*    SAME INPUTS WITHOUT THE SECOND REPORT CLOBBERING THE FIRST. *
000280     05  RUNCTL-RPT-SUFFIX         PIC X(1).
000290*    RUNCTL-SELECT-ID IS THE CALENDAR ENTRY'S CAMPAIGN SELECTION *
000300*    (BLANK FOR NONE) FOR THE LETTER PASS.                       *
000310     05  RUNCTL-SELECT-ID          PIC X(8).
