000010*----------------------------------------------------------------*
000020*  CSELWS   - WORKING-STORAGE FOR CAMPAIGN SELECTION.  THE RULES *
000030*  OF THE SELECTION NAMED IN WS-CSEL-ID ARE LOADED INTO          *
000040*  CSEL-TABLE AT THE START OF EACH CATALOG'S LETTER PASS, WITH   *
000050*  A SELECTED AND AN EXCLUDED COUNT PER RULE FOR THE SELECTION   *
000060*  REPORT.  WS-CSEL-DECISION IS THE OUTCOME FOR THE RECIPIENT IN *
000070*  THE RECIPIENT-MASTER FD AREA: 'M' MAIL, 'H' HELD OUT (CONTROL *
000080*  CELL), 'X' NOT SELECTED.  COPY INTO WORKING-STORAGE SECTION.  *
000090*----------------------------------------------------------------*
000100 77  WS-CSEL-FS                    PIC X(2)  VALUE '00'.
000110 77  WS-CSRP-FS                    PIC X(2)  VALUE '00'.
000120 01  WS-CSEL-ID                    PIC X(8)  VALUE SPACES.
000130 01  WS-CSEL-EOF-SW                PIC X(1)  VALUE 'N'.
000140     88  WS-CSEL-EOF                         VALUE 'Y'.
000150 01  WS-CSEL-ACTIVE-SW             PIC X(1)  VALUE 'N'.
000160     88  CSEL-ACTIVE                         VALUE 'Y'.
000170 01  WS-CSEL-INCLUDES-SW           PIC X(1)  VALUE 'N'.
000180     88  CSEL-HAS-INCLUDES                   VALUE 'Y'.
000190 01  WS-CSEL-MATCH-SW              PIC X(1)  VALUE 'N'.
000200     88  CSEL-RULE-MATCHES                   VALUE 'Y'.
000210 01  WS-CSEL-CHAR-FOUND-SW         PIC X(1)  VALUE 'N'.
000220     88  CSEL-CHAR-FOUND                     VALUE 'Y'.
000230 01  WS-CSEL-DECISION              PIC X(1)  VALUE 'M'.
000240     88  CSEL-MAIL                           VALUE 'M'.
000250     88  CSEL-HOLD                           VALUE 'H'.
000260     88  CSEL-DROP                           VALUE 'X'.
000270 77  WS-CSEL-MAX                   PIC 9(2) COMP VALUE 20.
000280 77  CSEL-COUNT                    PIC 9(2) COMP VALUE ZERO.
000290 77  CSEL-IDX                      PIC 9(2) COMP VALUE ZERO.
000300 77  CSEL-HIT-IDX                  PIC 9(2) COMP VALUE ZERO.
000310 01  CSEL-TABLE.
000320     05  CSEL-ENTRY OCCURS 20.
000330         10  CSEL-SEQ              PIC 9(3).
000340         10  CSEL-ACTION           PIC X(1).
000350         10  CSEL-TYPE             PIC X(1).
000360         10  CSEL-LOW              PIC X(10).
000370         10  CSEL-HIGH             PIC X(10).
000380         10  CSEL-LOW-LEN          PIC 9(2) COMP.
000390         10  CSEL-PCT              PIC 9(2).
000400         10  CSEL-DESC             PIC X(30).
000410         10  CSEL-SELECTED         PIC 9(7) COMP.
000420         10  CSEL-EXCLUDED         PIC 9(7) COMP.
000430 77  WS-CSEL-EVALUATED             PIC 9(7) COMP VALUE ZERO.
000440 77  WS-CSEL-MAILED                PIC 9(7) COMP VALUE ZERO.
000450 77  WS-CSEL-HELD                  PIC 9(7) COMP VALUE ZERO.
000460 77  WS-CSEL-DROPPED               PIC 9(7) COMP VALUE ZERO.
000470 77  WS-CSEL-NO-INCLUDE            PIC 9(7) COMP VALUE ZERO.
000480*----------------------------------------------------------------*
000490*  HOLDOUT DRAW: SELECTION ID THEN RECIPIENT ID, EACH CHARACTER  *
000500*  BY ITS PLACE IN WS-CSEL-HASH-CHARS (ANYTHING ELSE COUNTS 37), *
000510*  FOLDED AS H = (H * 31 + VALUE) MOD 999983; THE BUCKET IS H    *
000520*  MOD 100 AND A BUCKET BELOW THE RULE'S PERCENT IS HELD OUT.    *
000530*----------------------------------------------------------------*
000540 01  WS-CSEL-HASH-CHARS            PIC X(36)
000550     VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000560 01  WS-CSEL-HASH-KEY              PIC X(14) VALUE SPACES.
000570 77  WS-CSEL-KEY-POS               PIC 9(2) COMP VALUE ZERO.
000580 77  WS-CSEL-CHAR-IDX              PIC 9(2) COMP VALUE ZERO.
000590 77  WS-CSEL-CHAR-VALUE            PIC 9(2) COMP VALUE ZERO.
000600 77  WS-CSEL-HASH                  PIC 9(9) COMP VALUE ZERO.
000610 77  WS-CSEL-HASH-WORK             PIC 9(9) COMP VALUE ZERO.
000620 77  WS-CSEL-HASH-QUOT             PIC 9(9) COMP VALUE ZERO.
000630 77  WS-CSEL-BUCKET                PIC 9(2) COMP VALUE ZERO.
000640 01  WS-CSEL-CNT-FMT               PIC ZZZZZZ9.
000650 01  WS-CSEL-CNT2-FMT              PIC ZZZZZZ9.
000660 01  WS-CSEL-PCT-FMT               PIC Z9.
