000010*----------------------------------------------------------------*
000020*  TIMEPROC - APPENDS RUN-TIMING HISTORY RECORDS.  PERFORM       *
000030*  4200-START-RUN-TIMER THRU 4200-EXIT FIRST THING IN THE RUN,   *
000040*  4210-START-CATALOG-TIMER THRU 4210-EXIT AS EACH CATALOG       *
000050*  STARTS, 4220-WRITE-CATALOG-TIMING THRU 4220-EXIT ONCE ITS     *
000060*  FILES ARE CLOSED, AND 4230-WRITE-RUN-TIMING THRU 4230-EXIT    *
000070*  AFTER THE BALANCING SUMMARY.  LIKE THE RUN-STATUS FILE, A     *
000080*  TIMING WRITE MUST NEVER KILL THE PRODUCTION RUN - A BAD       *
000090*  TIMING FILE IS REPORTED AND IGNORED.  COPY INTO PROCEDURE     *
000100*  DIVISION.                                                     *
000110*----------------------------------------------------------------*
000120 4200-START-RUN-TIMER.
000130     ACCEPT WS-TIME-RUN-DATE FROM DATE YYYYMMDD
000140     ACCEPT WS-TIME-RUN-TIME FROM TIME
000150     MOVE ZERO TO WS-TIME-CATALOGS.
000160 4200-EXIT.
000170     EXIT.
000180 4210-START-CATALOG-TIMER.
000190     ACCEPT WS-TIME-CAT-DATE FROM DATE YYYYMMDD
000200     ACCEPT WS-TIME-CAT-TIME FROM TIME
000210     MOVE BAL-RCPT-SELECTED TO WS-TIME-BASE-RECIPS
000220     MOVE BAL-LETTERS TO WS-TIME-BASE-LETTERS
000230     MOVE BAL-EML-MESSAGES TO WS-TIME-BASE-EMAILS
000240     MOVE BAL-FUL-ORDERS TO WS-TIME-BASE-ORDERS.
000250 4210-EXIT.
000260     EXIT.
000270*----------------------------------------------------------------*
000280*  4220-WRITE-CATALOG-TIMING - ONE 'C' RECORD FOR THE CATALOG    *
000290*  JUST FINISHED.  THE DAYS ARE THOSE ACTUALLY PRODUCED, SO A    *
000300*  CHECKPOINT RESTART COUNTS ONLY THE DAYS AFTER THE RESTART     *
000310*  POINT.                                                        *
000320*----------------------------------------------------------------*
000330 4220-WRITE-CATALOG-TIMING.
000340     ADD 1 TO WS-TIME-CATALOGS
000350     PERFORM 4240-BUILD-TIMING-REC THRU 4240-EXIT
000360     MOVE 'C' TO TM-REC-TYPE
000370     MOVE WS-CATALOG-ID TO TM-CATALOG-ID
000380     MOVE 1 TO TM-CATALOG-CNT
000390     MOVE WS-TIME-CAT-DATE TO TM-START-DATE
000400     MOVE WS-TIME-CAT-TIME TO TM-START-TIME
000410     MOVE WS-START-DAY TO TM-START-DAY
000420     IF WS-END-DAY < WS-START-DAY
000430         MOVE ZERO TO TM-DAYS
000440     ELSE
000450         COMPUTE TM-DAYS = WS-END-DAY - WS-START-DAY + 1
000460     END-IF
000470     COMPUTE TM-RECIPIENTS =
000480         BAL-RCPT-SELECTED - WS-TIME-BASE-RECIPS
000490     COMPUTE TM-LETTERS = BAL-LETTERS - WS-TIME-BASE-LETTERS
000500     COMPUTE TM-EMAILS = BAL-EML-MESSAGES - WS-TIME-BASE-EMAILS
000510     COMPUTE TM-FUL-ORDERS = BAL-FUL-ORDERS - WS-TIME-BASE-ORDERS
000520     PERFORM 4250-APPEND-TIMING-REC THRU 4250-EXIT.
000530 4220-EXIT.
000540     EXIT.
000550*----------------------------------------------------------------*
000560*  4230-WRITE-RUN-TIMING - ONE 'R' RECORD FOR THE WHOLE RUN,     *
000570*  FROM THE START OF INITIALIZATION TO THE END OF BALANCING.     *
000580*----------------------------------------------------------------*
000590 4230-WRITE-RUN-TIMING.
000600     PERFORM 4240-BUILD-TIMING-REC THRU 4240-EXIT
000610     MOVE 'R' TO TM-REC-TYPE
000620     MOVE SPACES TO TM-CATALOG-ID
000630     MOVE WS-TIME-CATALOGS TO TM-CATALOG-CNT
000640     MOVE WS-TIME-RUN-DATE TO TM-START-DATE
000650     MOVE WS-TIME-RUN-TIME TO TM-START-TIME
000660     MOVE WS-ORIG-START-DAY TO TM-START-DAY
000670     IF WS-END-DAY < WS-ORIG-START-DAY
000680         MOVE ZERO TO TM-DAYS
000690     ELSE
000700         COMPUTE TM-DAYS = WS-END-DAY - WS-ORIG-START-DAY + 1
000710     END-IF
000720     MOVE BAL-RCPT-SELECTED TO TM-RECIPIENTS
000730     MOVE BAL-LETTERS TO TM-LETTERS
000740     MOVE BAL-EML-MESSAGES TO TM-EMAILS
000750     MOVE BAL-FUL-ORDERS TO TM-FUL-ORDERS
000760     PERFORM 4250-APPEND-TIMING-REC THRU 4250-EXIT.
000770 4230-EXIT.
000780     EXIT.
000790*----------------------------------------------------------------*
000800*  4240-BUILD-TIMING-REC - THE FIELDS COMMON TO BOTH RECORD      *
000810*  TYPES.  THE CALLER MOVES ITS OWN START STAMP IN AFTERWARDS;   *
000820*  THE ELAPSED TIME IS WORKED FROM THAT STAMP IN 4250.           *
000830*----------------------------------------------------------------*
000840 4240-BUILD-TIMING-REC.
000850     ACCEPT WS-TIME-JOB-NAME FROM ENVIRONMENT 'JOBNAME'
000860     ACCEPT WS-TIME-END-DATE FROM DATE YYYYMMDD
000870     ACCEPT WS-TIME-END-TIME FROM TIME
000880     MOVE SPACES TO RUN-TIMING-REC
000890     MOVE WS-TIME-JOB-NAME TO TM-JOB-NAME
000900     MOVE WS-PROGRAM-VARIANT TO TM-PROGRAM-VARIANT
000910     IF ARCH-REPLAY-MODE
000920         MOVE 'R' TO TM-RUN-MODE
000930     ELSE
000940         IF PROOF-MODE
000950             MOVE 'P' TO TM-RUN-MODE
000960         ELSE
000970             MOVE 'L' TO TM-RUN-MODE
000980         END-IF
000990     END-IF
001000     MOVE WS-RUN-YEAR TO TM-SEASON
001010     MOVE WS-TIME-END-DATE TO TM-END-DATE
001020     MOVE WS-TIME-END-TIME TO TM-END-TIME
001030     MOVE WS-END-DAY TO TM-END-DAY.
001040 4240-EXIT.
001050     EXIT.
001060*----------------------------------------------------------------*
001070*  4250-APPEND-TIMING-REC - WORKS THE ELAPSED SECONDS AND        *
001080*  APPENDS THE RECORD.  THE GIFT RUN IS AN OVERNIGHT JOB THAT    *
001090*  MAY CROSS MIDNIGHT BUT NEVER RUNS A FULL DAY, SO A LATER END  *
001100*  DATE ADDS ONE DAY OF SECONDS.                                 *
001110*----------------------------------------------------------------*
001120 4250-APPEND-TIMING-REC.
001130     MOVE TM-START-TIME TO WS-TIME-CLOCK
001140     COMPUTE WS-TIME-START-SECS = WS-TIME-CLOCK-HH * 3600
001150         + WS-TIME-CLOCK-MM * 60 + WS-TIME-CLOCK-SS
001160     MOVE TM-END-TIME TO WS-TIME-CLOCK
001170     COMPUTE WS-TIME-END-SECS = WS-TIME-CLOCK-HH * 3600
001180         + WS-TIME-CLOCK-MM * 60 + WS-TIME-CLOCK-SS
001190     IF TM-END-DATE > TM-START-DATE
001200         ADD 86400 TO WS-TIME-END-SECS
001210     END-IF
001220     IF WS-TIME-END-SECS < WS-TIME-START-SECS
001230         MOVE ZERO TO TM-ELAPSED-SECS
001240     ELSE
001250         COMPUTE TM-ELAPSED-SECS =
001260             WS-TIME-END-SECS - WS-TIME-START-SECS
001270     END-IF
001280     OPEN EXTEND RUN-TIMING-FILE
001290     IF WS-TIME-FS = '35'
001300         OPEN OUTPUT RUN-TIMING-FILE
001310     END-IF
001320     IF WS-TIME-FS NOT = '00'
001330         DISPLAY 'TWELVE - RUN-TIMING RECORD SKIPPED, STATUS '
001340             WS-TIME-FS
001350         GO TO 4250-EXIT
001360     END-IF
001370     WRITE RUN-TIMING-REC
001380     CLOSE RUN-TIMING-FILE.
001390 4250-EXIT.
001400     EXIT.
