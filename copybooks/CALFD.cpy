000050*  SEASON YEAR, AND AN OPTIONAL 'R' REPLAY FLAG - EVERYTHING     *
000055*  THE PARM CARD STACK USED TO CARRY, SO THE OVERNIGHT OPERATOR  *
000060*  NO LONGER NEEDS TO KNOW THE CARD ORDER.                       *
000062*  CAL-SELECT-ID, WHEN NOT BLANK, NAMES THE CAMPAIGN SELECTION   *
000064*  (SEE CSELFD) THE LETTER PASS APPLIES TO THE MAILING LIST FOR  *
000066*  THIS RUN; BLANK MAILS EVERY ACTIVE RECIPIENT AS BEFORE.       *
000070*  COPY INTO FILE SECTION.                                       *
000080*----------------------------------------------------------------*
000090 FD  RUN-CALENDAR
000220     05  FILLER                    PIC X(1).
000230     05  CAL-REPLAY-FLAG           PIC X(1).
000240     05  CAL-PROOF-FLAG            PIC X(1).
000250     05  FILLER                    PIC X(1).
000260     05  CAL-SELECT-ID             PIC X(8).
