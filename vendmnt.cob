000180*                   CODE STOPS BEING THREE FREE-FORM CHARACTERS  *
000190*                   NOBODY VALIDATES: GIFTMNT NOW CHECKS EVERY   *
000200*                   TRANSACTION'S VENDOR CODE AGAINST THIS FILE. *
000202*  10/15/2026 RA    THE MASTER AND THE TRANSACTIONS NOW CARRY    *
000204*                   THE VENDOR'S BILLING CURRENCY (BLANK = HOME  *
000206*                   CURRENCY) FOR THE SPEND REPORT AND GL FEED.  *
000208*                   ON A CHANGE A BLANK CURRENCY KEEPS THE CODE  *
000209*                   ON FILE.  REJECT 08: CODE NOT THREE LETTERS. *
000210*----------------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000480     05  VMO-REMIT-1               PIC X(30).
000490     05  VMO-REMIT-2               PIC X(30).
000500     05  VMO-ACTIVE                PIC X(1).
000505     05  VMO-CURRENCY              PIC X(3).
000510 FD  VNDM-TRAN-FILE
000520     RECORDING MODE IS F.
000530 01  VNDM-TRAN-REC.
000580     05  TR-REMIT-1                PIC X(30).
000590     05  TR-REMIT-2                PIC X(30).
000600     05  TR-ACTIVE                 PIC X(1).
000605     05  TR-CURRENCY               PIC X(3).
000610 FD  VENDOR-MASTER-NEW
000620     RECORDING MODE IS F.
000630 01  VENDOR-MASTER-NEW-REC.
000670     05  VMN-REMIT-1               PIC X(30).
000680     05  VMN-REMIT-2               PIC X(30).
000690     05  VMN-ACTIVE                PIC X(1).
000695     05  VMN-CURRENCY              PIC X(3).
000700 FD  CHANGE-REGISTER
000710     RECORDING MODE IS F.
000720 01  CHANGE-REGISTER-REC           PIC X(80).
000750 01  REJECT-REC.
000760     05  RJ-REASON-CODE            PIC X(2).
000770     05  FILLER                    PIC X(1).
000780     05  RJ-TRAN-IMAGE             PIC X(128).
000790 WORKING-STORAGE SECTION.
000800 77  WS-OLD-FS                     PIC X(2)  VALUE '00'.
000810 77  WS-TRAN-FS                    PIC X(2)  VALUE '00'.
001060         10  MNT-REMIT-1           PIC X(30).
001070         10  MNT-REMIT-2           PIC X(30).
001080         10  MNT-ACTIVE            PIC X(1).
001085         10  MNT-CURRENCY          PIC X(3).
001090 01  WS-PREV-KEY                   PIC X(3)  VALUE LOW-VALUES.
001100 01  WS-REG-LINE                   PIC X(80).
001110*----------------------------------------------------------------*
001180*    05 - CHANGE OR DELETE FOR A VENDOR CODE NOT ON FILE         *
001190*    06 - MASTER TABLE FULL, ADD COULD NOT BE APPLIED            *
001200*    07 - ACTIVE FLAG NOT BLANK, Y, OR N                         *
001205*    08 - CURRENCY CODE NOT BLANK OR THREE LETTERS               *
001210*----------------------------------------------------------------*
001220 77  WS-REJECT-REASON              PIC X(2)  VALUE SPACES.
001230 77  WS-ENV-NAME                   PIC X(16) VALUE SPACES.
002200             MOVE VMO-REMIT-1 TO MNT-REMIT-1 (MNT-COUNT)
002210             MOVE VMO-REMIT-2 TO MNT-REMIT-2 (MNT-COUNT)
002220             MOVE VMO-ACTIVE TO MNT-ACTIVE (MNT-COUNT)
002225             MOVE VMO-CURRENCY TO MNT-CURRENCY (MNT-COUNT)
002230             MOVE VMO-VENDOR-CODE TO WS-PREV-KEY
002240     END-READ.
002250 1210-EXIT.
002840         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002850         GO TO 2020-EXIT
002860     END-IF
002861     IF TR-CURRENCY NOT = SPACES
002862         AND (TR-CURRENCY NOT ALPHABETIC
002863             OR TR-CURRENCY (1:1) = SPACE
002864             OR TR-CURRENCY (2:1) = SPACE
002865             OR TR-CURRENCY (3:1) = SPACE)
002866         MOVE '08' TO WS-REJECT-REASON
002867         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002868         GO TO 2020-EXIT
002869     END-IF
002870     PERFORM 2050-FIND-MASTER-ENTRY THRU 2050-EXIT
002880     EVALUATE TR-ACTION
002890         WHEN 'A'
003510     ELSE
003520         MOVE TR-ACTIVE TO MNT-ACTIVE (MNT-HIT-IDX)
003530     END-IF
003535     MOVE TR-CURRENCY TO MNT-CURRENCY (MNT-HIT-IDX)
003540     ADD 1 TO WS-TRAN-APPLIED-CNT
003550     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
003560 2100-EXIT.
003870     IF TR-ACTIVE NOT = SPACE
003880         MOVE TR-ACTIVE TO MNT-ACTIVE (MNT-HIT-IDX)
003890     END-IF
003892     IF TR-CURRENCY NOT = SPACES
003894         MOVE TR-CURRENCY TO MNT-CURRENCY (MNT-HIT-IDX)
003896     END-IF
003900     ADD 1 TO WS-TRAN-APPLIED-CNT
003910     PERFORM 2500-REGISTER-TRAN THRU 2500-EXIT.
003920 2200-EXIT.
004450         WHEN 'A'
004460             STRING 'ADDED    ' TR-VENDOR-CODE ' AFTER  '
004470                 MNT-NAME (MNT-HIT-IDX) ' '
004480                 MNT-ACTIVE (MNT-HIT-IDX) ' '
004485                 MNT-CURRENCY (MNT-HIT-IDX)
004490                 DELIMITED BY SIZE INTO WS-REG-LINE
004500         WHEN 'C'
004510             STRING 'CHANGED  ' TR-VENDOR-CODE ' AFTER  '
004520                 MNT-NAME (MNT-HIT-IDX) ' '
004530                 MNT-ACTIVE (MNT-HIT-IDX) ' '
004535                 MNT-CURRENCY (MNT-HIT-IDX)
004540                 DELIMITED BY SIZE INTO WS-REG-LINE
004550         WHEN 'D'
004560             STRING 'DELETED  ' TR-VENDOR-CODE
004630     MOVE SPACES TO WS-REG-LINE
004640     STRING '         ' TR-VENDOR-CODE ' BEFORE '
004650         MNT-NAME (MNT-HIT-IDX) ' '
004660         MNT-ACTIVE (MNT-HIT-IDX) ' '
004665         MNT-CURRENCY (MNT-HIT-IDX)
004670         DELIMITED BY SIZE INTO WS-REG-LINE
004680     WRITE CHANGE-REGISTER-REC FROM WS-REG-LINE.
004690 2510-EXIT.
004860     MOVE MNT-REMIT-1 (MNT-IDX) TO VMN-REMIT-1
004870     MOVE MNT-REMIT-2 (MNT-IDX) TO VMN-REMIT-2
004880     MOVE MNT-ACTIVE (MNT-IDX) TO VMN-ACTIVE
004885     MOVE MNT-CURRENCY (MNT-IDX) TO VMN-CURRENCY
004890     WRITE VENDOR-MASTER-NEW-REC.
004900 3010-EXIT.
004910     EXIT.
