002420*                          (HM-WITHDRAWN-AFTER) NO LONGER
002430*                          COUNT IN THE TREND - THEY ARE NOT
002440*                          EARNED RESULTS ANY MORE.
002450* 10/15/26   R.DELACROIX   NOR DO TRANSFER CREDITS (XFERPOST) -
002460*                          THEY WERE NOT EARNED IN THE COURSE
002470*                          HERE.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CRSTREND.
027300             GO TO 2000-EXIT
027400     END-READ.
027500     ADD 1 TO WS-READ-COUNT.
027510     IF HM-WITHDRAWN-AFTER OR HM-TRANSFER-CREDIT
027520         GO TO 2000-EXIT
027530     END-IF.
027600     MOVE HM-COURSE-CODE TO WS-LOOK-COURSE.
