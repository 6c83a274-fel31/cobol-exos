003100* DATE       AUTHOR        MAINTENANCE REQUIREMENT
003200* ---------  ------------  ---------------------------------------
003300* 09/03/26   R.DELACROIX   INITIAL VERSION.
003320* 10/15/26   R.DELACROIX   TRANSFER CREDITS (XFERPOST) MOVE WITH
003340*                          THE OTHER HISTORY RECORDS AND COUNT IN
003360*                          THE RESTAMPED AVERAGE ONLY AS THE
003380*                          XFERPARM PARAMETER SAYS.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. IDMERGE.
009000     SELECT REPEAT-PARM ASSIGN TO REPTPARM
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-REPTPARM-STATUS.
009220     SELECT TRANSFER-PARM ASSIGN TO XFERPARM
009240         ORGANIZATION IS LINE SEQUENTIAL
009260         FILE STATUS IS WS-XFERPARM-STATUS.
009300     SELECT MERGE-RPT ASSIGN TO MERGRPT
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-MERGRPT-STATUS.
017100     RECORDING MODE IS F.
017200 01  RP-RECORD                  PIC X(01).
017300
017320 FD  TRANSFER-PARM
017340     RECORDING MODE IS F.
017360 01  XP-RECORD                  PIC X(01).
017380
017400 FD  MERGE-RPT
017500     RECORDING MODE IS F.
017600 01  MR-RECORD                  PIC X(80).
019300 77  WS-AUDITLOG-STATUS         PIC X(02)     VALUE SPACES.
019400 77  WS-CATALOG-STATUS          PIC X(02)     VALUE SPACES.
019500 77  WS-REPTPARM-STATUS         PIC X(02)     VALUE SPACES.
019550 77  WS-XFERPARM-STATUS         PIC X(02)     VALUE SPACES.
019600 77  WS-MERGRPT-STATUS          PIC X(02)     VALUE SPACES.
019700 77  WS-TRN-EOF-SWITCH          PIC X(01)     VALUE 'N'.
019800     88  WS-TRN-EOF             VALUE 'Y'.
022500 01  WS-REPEAT-RULE             PIC X(01)     VALUE 'B'.
022600     88  WS-RULE-BEST           VALUE 'B'.
022700     88  WS-RULE-LATEST         VALUE 'L'.
022730 01  WS-XFER-RULE               PIC X(01)     VALUE 'E'.
022760     88  WS-XFER-INCLUDED       VALUE 'I'.
022800 01  WS-CAT-COUNT               PIC 9(03)     COMP    VALUE ZERO.
022900 01  WS-CAT-TABLE.
023000     05  WS-CAT-ENTRY OCCURS 200 TIMES
041400     END-IF.
041500     PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT.
041600     PERFORM 1200-LOAD-REPEAT-RULE THRU 1200-EXIT.
041650     PERFORM 1250-LOAD-TRANSFER-RULE THRU 1250-EXIT.
041700     PERFORM 1300-LOAD-CATALOG THRU 1300-EXIT.
041800     PERFORM 1400-LOAD-ROSTER THRU 1400-EXIT.
041900     PERFORM 1500-LOAD-TRANSACTIONS THRU 1500-EXIT.
049100 1200-EXIT.
049200     EXIT.
049300
049304******************************************************************
049308* 1250-LOAD-TRANSFER-RULE - SAME XFERPARM CONVENTION AS GRDPOST
049312******************************************************************
049316 1250-LOAD-TRANSFER-RULE.
049320     OPEN INPUT TRANSFER-PARM.
049324     IF WS-XFERPARM-STATUS NOT = '00'
049328         GO TO 1250-EXIT
049332     END-IF.
049336     READ TRANSFER-PARM
049340         AT END
049344             GO TO 1250-CLOSE
049348     END-READ.
049352     IF XP-RECORD = 'I' OR XP-RECORD = 'E'
049356         MOVE XP-RECORD TO WS-XFER-RULE
049360     ELSE
049364         DISPLAY 'IDMERGE - XFERPARM RULE NOT I OR E, '
049368             'DEFAULT KEPT'
049372     END-IF.
049376 1250-CLOSE.
049380     CLOSE TRANSFER-PARM.
049384 1250-EXIT.
049388     EXIT.
049392
049400******************************************************************
049500* 1300-LOAD-CATALOG - CREDIT HOURS FROM THE COURSE CATALOG IF
049600* SUPPLIED. NO CATALOG FILE IS NOT AN ERROR.
110900
111000 6250-SUM-ONE-RESULT.
111100     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
111120     IF HM-TRANSFER-CREDIT OF WS-FLUSH-WORK
111140         PERFORM 6255-SUM-ONE-TRANSFER THRU 6255-EXIT
111160         GO TO 6250-EXIT
111180     END-IF.
111200     IF NOT HM-ATTEMPT-COUNTS OF WS-FLUSH-WORK
111300         GO TO 6250-EXIT
111400     END-IF.
112000 6250-EXIT.
112100     EXIT.
112200
112205******************************************************************
112210* 6255-SUM-ONE-TRANSFER - A NOTED TRANSFER COUNTS AT ITS TRANSFER
112215* CREDITS WHEN XFERPARM INCLUDES TRANSFERS; A CREDIT-ONLY ONE
112220* NEVER COUNTS
112225******************************************************************
112230 6255-SUM-ONE-TRANSFER.
112235     IF NOT WS-XFER-INCLUDED
112240         OR NOT HM-TRANSFER-NOTED OF WS-FLUSH-WORK
112245         GO TO 6255-EXIT
112250     END-IF.
112255     COMPUTE WS-BUF-NOTE-TOTAL =
112260         WS-BUF-NOTE-TOTAL
112265         + (HM-NOTE OF WS-FLUSH-WORK
112270             * HM-TRANSFER-CREDITS OF WS-FLUSH-WORK).
112275     ADD HM-TRANSFER-CREDITS OF WS-FLUSH-WORK
112280         TO WS-BUF-WEIGHT-TOTAL.
112285 6255-EXIT.
112290     EXIT.
112295
112300 6260-REWRITE-ONE-RESULT.
112400     MOVE WS-BUF-RECORD(WS-BUF-IDX) TO WS-FLUSH-WORK.
112500     MOVE WS-BUF-AVERAGE TO HM-CUM-AVERAGE OF WS-FLUSH-WORK.
