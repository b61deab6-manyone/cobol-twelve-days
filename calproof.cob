000200*                   FOR SIGN-OFF.  BAD CALENDAR DATA NOW FAILS   *
000210*                   THIS DAY JOB WITH RC 8 INSTEAD OF THE 19:00  *
000220*                   PRODUCTION RUN.                              *
000221*  10/15/2026 RA    A CAMPAIGN SELECTION ID ON AN ENTRY MUST     *
000222*                   HAVE RULES ON THE CAMPAIGN SELECTION FILE;   *
000223*                   THE ENGINE WOULD OTHERWISE STOP THE NIGHT    *
000224*                   RUN RC 16 AT THE LETTER PASS.                *
000225*  10/15/2026 RA    RULES FILE NOW DECLARED HERE, NOT THROUGH    *
000226*                   CSELSEL / CSELFD, SO THE PROOF STEP NEEDS NO *
000227*                   SELECTION-REPORT DD.                         *
000230*----------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     COPY CALSEL.
000280     COPY GIFTMSEL.
000284     SELECT CAMPAIGN-SELECTION ASSIGN TO GIFTCSEL
000285         ORGANIZATION IS LINE SEQUENTIAL
000286         FILE STATUS IS WS-CSEL-FS.
000290     SELECT CAL-PROOF-RPT ASSIGN TO GIFTCALP
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-RPT-FS.
000330 FILE SECTION.
000340     COPY CALFD.
000350     COPY GIFTMFD.
000351*----------------------------------------------------------------*
000352*  CAMPAIGN SELECTION RULES (CSELFD) - ONLY THE SELECTION ID IS  *
000353*  NEEDED HERE, TO PROVE AN ENTRY'S SELECTION HAS RULES.         *
000354*----------------------------------------------------------------*
000355 FD  CAMPAIGN-SELECTION
000356     RECORDING MODE IS F.
000357 01  CAMPAIGN-SELECTION-REC.
000358     05  CS-SELECT-ID              PIC X(8).
000359     05  FILLER                    PIC X(67).
000360 FD  CAL-PROOF-RPT
000370     RECORDING MODE IS F.
000380 01  CAL-PROOF-REC                 PIC X(80).
000650 01  ENT-TABLE.
000660     05  ENT-ENTRY OCCURS 100.
000670         10  ENT-RUN-DATE          PIC 9(8).
000680         10  ENT-IMAGE             PIC X(53).
000682 77  WS-SID-MAX                    PIC 9(3) COMP VALUE 200.
000684 77  SID-COUNT                     PIC 9(3) COMP VALUE ZERO.
000686 77  SID-IDX                       PIC 9(3) COMP VALUE ZERO.
000688 01  SID-TABLE.
000689     05  SID-ID                    PIC X(8) OCCURS 200.
000690 01  WS-SID-KEY                    PIC X(8)  VALUE SPACES.
000700 77  WS-LIST-IDX                   PIC 9(2) COMP VALUE ZERO.
000710 77  WS-READ-CNT                   PIC 9(3) COMP VALUE ZERO.
000720 77  WS-ERROR-CNT                  PIC 9(3) COMP VALUE ZERO.
000730 77  WS-DUP-CNT                    PIC 9(3) COMP VALUE ZERO.
000750 01  WS-RPT-LINE                   PIC X(80).
000760 01  WS-LIST-WORK.
000770     05  WS-LIST-ID                PIC X(2) OCCURS 10.
000775     COPY CSELWS.
000780 PROCEDURE DIVISION.
000790*----------------------------------------------------------------*
000800*  0000-MAINLINE - LEARN THE CATALOGS ON GIFT-MASTER, VALIDATE   *
000830 0000-MAINLINE.
000840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000850     PERFORM 1200-SCAN-GIFT-MASTER THRU 1200-EXIT
000855     PERFORM 1300-LOAD-SELECTION-IDS THRU 1300-EXIT
000860     PERFORM 2000-VALIDATE-CALENDAR THRU 2000-EXIT
000870     PERFORM 3000-PRINT-SCHEDULE THRU 3000-EXIT
000880     PERFORM 9000-TERMINATE THRU 9000-EXIT
001550         MOVE 'Y' TO WS-HIT-SW
001560         ADD 1 TO CAT-GIFT-COUNT (CAT-IDX)
001570     END-IF.
001571 1230-EXIT.
001572     EXIT.
001573*----------------------------------------------------------------*
001574*  1300-LOAD-SELECTION-IDS - THE DISTINCT SELECTION IDS THAT     *
001575*  HAVE RULES ON THE CAMPAIGN SELECTION FILE.  NO FILE MEANS NO  *
001576*  SELECTIONS, SO ANY ENTRY NAMING ONE FAILS ITS EDIT.           *
001577*----------------------------------------------------------------*
001578 1300-LOAD-SELECTION-IDS.
001579     MOVE 'N' TO WS-CSEL-EOF-SW
001580     OPEN INPUT CAMPAIGN-SELECTION
001581     IF WS-CSEL-FS = '35'
001582         GO TO 1300-EXIT
001583     END-IF
001584     IF WS-CSEL-FS NOT = '00'
001585         DISPLAY 'CALPROOF - UNABLE TO OPEN CAMPAIGN-SELECTION,'
001586             ' STATUS ' WS-CSEL-FS
001587         MOVE 16 TO RETURN-CODE
001588         STOP RUN
001590     END-IF
001591     PERFORM 1310-READ-ONE-RULE THRU 1310-EXIT
001592         UNTIL WS-CSEL-EOF
001593     CLOSE CAMPAIGN-SELECTION.
001594 1300-EXIT.
001595     EXIT.
001596 1310-READ-ONE-RULE.
001597     READ CAMPAIGN-SELECTION
001598         AT END
001599             MOVE 'Y' TO WS-CSEL-EOF-SW
001600             GO TO 1310-EXIT
001601     END-READ
001602     MOVE 'N' TO WS-HIT-SW
001603     MOVE CS-SELECT-ID TO WS-SID-KEY
001604     PERFORM 1320-MATCH-ONE-SID THRU 1320-EXIT
001605         VARYING SID-IDX FROM 1 BY 1
001606         UNTIL SID-IDX > SID-COUNT OR WS-HIT-FOUND
001607     IF NOT WS-HIT-FOUND
001608         IF SID-COUNT >= WS-SID-MAX
001610             DISPLAY 'CALPROOF - MORE THAN ' WS-SID-MAX
001611                 ' CAMPAIGN SELECTIONS, TABLE FULL'
001612             MOVE 16 TO RETURN-CODE
001613             STOP RUN
001614         END-IF
001615         ADD 1 TO SID-COUNT
001616         MOVE CS-SELECT-ID TO SID-ID (SID-COUNT)
001617     END-IF.
001618 1310-EXIT.
001619     EXIT.
001620 1320-MATCH-ONE-SID.
001621     IF SID-ID (SID-IDX) = WS-SID-KEY
001622         MOVE 'Y' TO WS-HIT-SW
001623     END-IF.
001624 1320-EXIT.
001625     EXIT.
001626*----------------------------------------------------------------*
001627*  2000-VALIDATE-CALENDAR - EVERY RECORD GETS EVERY EDIT; EVERY  *
001628*  FAILURE IS A REPORT LINE AND COUNTS TOWARD RC 8.  VALID       *
001630*  RECORDS GO TO THE SCHEDULE TABLE IN DATE ORDER.               *
001640*----------------------------------------------------------------*
001650 2000-VALIDATE-CALENDAR.
002390                 VARYING CAT-IDX FROM 1 BY 1
002400                 UNTIL CAT-IDX > CAT-COUNT
002410         END-IF
002411     END-IF
002412     IF CAL-SELECT-ID NOT = SPACES
002413         MOVE 'N' TO WS-HIT-SW
002415         MOVE CAL-SELECT-ID TO WS-SID-KEY
002416         PERFORM 1320-MATCH-ONE-SID THRU 1320-EXIT
002417             VARYING SID-IDX FROM 1 BY 1
002418             UNTIL SID-IDX > SID-COUNT OR WS-HIT-FOUND
002420         IF NOT WS-HIT-FOUND
002421             PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
002422             MOVE SPACES TO WS-RPT-LINE (40:)
002423             STRING 'SELECTION ' CAL-SELECT-ID ' HAS NO RULES'
002425                 DELIMITED BY SIZE INTO WS-RPT-LINE (40:)
002426             WRITE CAL-PROOF-REC FROM WS-RPT-LINE
002427         END-IF
002428     END-IF
002430     PERFORM 2400-CHECK-DUP-DATE THRU 2400-EXIT
002440     PERFORM 2500-STORE-SCHED-ENTRY THRU 2500-EXIT.
002450 2100-EXIT.
