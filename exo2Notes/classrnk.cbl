002400* 09/03/26   R.DELACROIX   A RESULT WITHDRAWN AFTER POSTING
002500*                          NO LONGER PLACES THE STUDENT IN
002600*                          THAT COURSE'S STANDING.
002630* 10/15/26   R.DELACROIX   NOR DOES A TRANSFER CREDIT (XFERPOST)
002660*                          - THE COURSE WAS NOT SAT HERE.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CLASSRNK.
027100         MOVE SPACES TO WS-CUR-MEMBERS
027200     END-IF.
027300     MOVE HM-CUM-AVERAGE TO WS-CUR-AVERAGE.
027400     IF HM-WITHDRAWN-AFTER OR HM-TRANSFER-CREDIT
027500         GO TO 2000-EXIT
027600     END-IF.
027700     PERFORM 2200-NOTE-MEMBERSHIP THRU 2200-EXIT.
