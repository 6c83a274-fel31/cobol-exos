003700*                          GRDPOST WRITES AND HISTAUDT AUDITS
003800*                          INSTEAD OF FLOODING THE NEXT AUDIT
003900*                          WITH A02 EXCEPTIONS.
003910* 10/15/26   R.DELACROIX   TRANSFER CREDITS (XFERPOST) ARE NEVER
003920*                          ARCHIVED - THEY STAY ON THE ACTIVE
003930*                          MASTER WHATEVER THEIR TERM - AND COUNT
003940*                          IN THE RESTAMPED AVERAGE ONLY AS THE
003950*                          XFERPARM PARAMETER SAYS.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. HISTARCH.
006600     SELECT REPEAT-PARM ASSIGN TO REPTPARM
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-REPTPARM-STATUS.
006820     SELECT TRANSFER-PARM ASSIGN TO XFERPARM
006840         ORGANIZATION IS LINE SEQUENTIAL
006860         FILE STATUS IS WS-XFERPARM-STATUS.
006900     SELECT COURSE-CATALOG ASSIGN TO CATALOG
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CATALOG-STATUS.
010400     RECORDING MODE IS F.
010500 01  REPT-RECORD                PIC X(01).
010600
010620 FD  TRANSFER-PARM
010640     RECORDING MODE IS F.
010660 01  XP-RECORD                  PIC X(01).
010680
010700 FD  COURSE-CATALOG
010800     RECORDING MODE IS F.
010900 01  CC-RECORD.
016600* PURGE RESTAMP - SAME REPTPARM/CATALOG CONVENTIONS AS GRDPOST
016700******************************************************************
016800 77  WS-REPTPARM-STATUS         PIC X(02)     VALUE SPACES.
016850 77  WS-XFERPARM-STATUS         PIC X(02)     VALUE SPACES.
016900 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
017000 77  WS-CATALOG-EOF-SWITCH      PIC X(01)     VALUE 'N'.
017100     88  WS-CATALOG-EOF         VALUE 'Y'.
017400 01  WS-REPEAT-RULE             PIC X(01)     VALUE 'B'.
017500     88  WS-RULE-BEST           VALUE 'B'.
017600     88  WS-RULE-LATEST         VALUE 'L'.
017630 01  WS-XFER-RULE               PIC X(01)     VALUE 'E'.
017660     88  WS-XFER-INCLUDED       VALUE 'I'.
017700 01  WS-CAT-COUNT               PIC 9(03)     COMP    VALUE ZERO.
017800 01  WS-CAT-TABLE.
017900     05  WS-CAT-ENTRY OCCURS 200 TIMES
030300     OPEN OUTPUT ARCHIVE-RPT.
030400     PERFORM 1100-LOAD-RETENTION THRU 1100-EXIT.
030500     PERFORM 1200-LOAD-REPEAT-RULE THRU 1200-EXIT.
030550     PERFORM 1250-LOAD-TRANSFER-RULE THRU 1250-EXIT.
030600     PERFORM 1300-LOAD-CATALOG THRU 1300-EXIT.
030700     MOVE SPACES TO AP-RECORD.
030800     MOVE WS-RUN-DATE-YMD TO WS-AP-H-DATE.
036000 1200-EXIT.
036100     EXIT.
036200
036204******************************************************************
036208* 1250-LOAD-TRANSFER-RULE - SAME XFERPARM CONVENTION AS GRDPOST,
036212* FOR THE POST-PURGE RESTAMP
036216******************************************************************
036220 1250-LOAD-TRANSFER-RULE.
036224     OPEN INPUT TRANSFER-PARM.
036228     IF WS-XFERPARM-STATUS NOT = '00'
036232         GO TO 1250-EXIT
036236     END-IF.
036240     READ TRANSFER-PARM
036244         AT END
036248             GO TO 1250-CLOSE
036252     END-READ.
036256     IF XP-RECORD = 'I' OR XP-RECORD = 'E'
036260         MOVE XP-RECORD TO WS-XFER-RULE
036264     ELSE
036268         DISPLAY 'HISTARCH - XFERPARM RULE NOT I OR E, '
036272             'DEFAULT KEPT'
036276     END-IF.
036280 1250-CLOSE.
036284     CLOSE TRANSFER-PARM.
036288 1250-EXIT.
036292     EXIT.
036296
036300******************************************************************
036400* 1300-LOAD-CATALOG - CREDIT HOURS FROM THE COURSE CATALOG IF
036500* SUPPLIED. NO CATALOG FILE IS NOT AN ERROR - EVERY COURSE
052100******************************************************************
052200* 3000-PURGE-ONE-RECORD - PASS 2: A RECORD OLDER THAN THE
052300* CUTOFF IS WRITTEN TO THE ARCHIVE AND DELETED FROM THE ACTIVE
052400* MASTER; ANYTHING ELSE IS COUNTED AS RETAINED. A TRANSFER
052430* CREDIT IS THE STUDENT'S STANDING CREDIT, NOT A TERM'S
052460* RESULT, AND IS ALWAYS RETAINED
052500******************************************************************
052600 3000-PURGE-ONE-RECORD.
052700     READ HISTORY-MASTER NEXT RECORD
053300         ADD 1 TO WS-RETAINED-COUNT
053400         GO TO 3000-EXIT
053500     END-IF.
053520     IF HM-TRANSFER-CREDIT OF HM-RECORD
053540         ADD 1 TO WS-RETAINED-COUNT
053560         GO TO 3000-EXIT
053580     END-IF.
053600     PERFORM 3150-NOTE-AFFECTED THRU 3150-EXIT.
053700     PERFORM 3200-FLUSH-ARCH-BELOW THRU 3200-EXIT.
053800     MOVE HM-KEY-RECORD TO NA-RECORD.
076100
076200 6250-SUM-ONE-RESULT.
076300     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
076320     IF HM-TRANSFER-CREDIT OF WS-FLUSH-WORK
076340         PERFORM 6255-SUM-ONE-TRANSFER THRU 6255-EXIT
076360         GO TO 6250-EXIT
076380     END-IF.
076400     IF NOT HM-ATTEMPT-COUNTS OF WS-FLUSH-WORK
076500         GO TO 6250-EXIT
076600     END-IF.
077200 6250-EXIT.
077300     EXIT.
077400
077405******************************************************************
077410* 6255-SUM-ONE-TRANSFER - A NOTED TRANSFER COUNTS AT ITS TRANSFER
077415* CREDITS WHEN XFERPARM INCLUDES TRANSFERS; A CREDIT-ONLY ONE
077420* NEVER COUNTS
077425******************************************************************
077430 6255-SUM-ONE-TRANSFER.
077435     IF NOT WS-XFER-INCLUDED
077440         OR NOT HM-TRANSFER-NOTED OF WS-FLUSH-WORK
077445         GO TO 6255-EXIT
077450     END-IF.
077455     COMPUTE WS-BUF-NOTE-TOTAL =
077460         WS-BUF-NOTE-TOTAL
077465         + (HM-NOTE OF WS-FLUSH-WORK
077470             * HM-TRANSFER-CREDITS OF WS-FLUSH-WORK).
077475     ADD HM-TRANSFER-CREDITS OF WS-FLUSH-WORK
077480         TO WS-BUF-WEIGHT-TOTAL.
077485 6255-EXIT.
077490     EXIT.
077495
077500 6260-REWRITE-ONE-RESULT.
077600     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
077700     MOVE WS-BUF-AVERAGE TO HM-CUM-AVERAGE OF WS-FLUSH-WORK.
