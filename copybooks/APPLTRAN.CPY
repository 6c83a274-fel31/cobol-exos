000100******************************************************************
000200* COPYBOOK:   APPLTRAN
000300* PURPOSE:    ONE GRADE-APPEAL MAINTENANCE TRANSACTION FOR THE
000400*             APPLMNT PROGRAM - OPEN A CASE AGAINST A POSTED
000500*             RESULT, ASSIGN (OR RE-ASSIGN) ITS REVIEWER, OR
000600*             RECORD THE REVIEWER'S DECISION, EACH WITH THE
000700*             OPERATOR WHO RAISED IT FOR THE CHANGE LOG.
000800*             INCLUDED FROM THE 05-LEVEL DOWN SO THE INCLUDING
000900*             PROGRAM SUPPLIES ITS OWN 01-LEVEL.
001000*
001100* AT-ACTION: O = OPEN (AT-TERM BLANK = THE MOST RECENT POSTED
001200*                ATTEMPT OF THE COURSE)
001300*            V = ASSIGN REVIEWER (AT-REVIEWER-ID)
001400*            U = UPHOLD (AT-EXAM-SCORE/AT-COURSEWORK-SCORE ARE THE
001500*                CORRECTED SCORES; RAISED BY THE REVIEWER)
001600*            D = DENY (RAISED BY THE REVIEWER)
001700*
001800* MAINTENANCE LOG
001900* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002000* ---------  ------------  ---------------------------------------
002100* 10/15/26   R.DELACROIX   INITIAL VERSION.
002200******************************************************************
002300     05  AT-ACTION                 PIC X(01).
002400     05  FILLER                    PIC X(01)     VALUE SPACE.
002500     05  AT-STUDENT-ID             PIC X(06).
002600     05  FILLER                    PIC X(01)     VALUE SPACE.
002700     05  AT-COURSE-CODE            PIC X(04).
002800     05  FILLER                    PIC X(01)     VALUE SPACE.
002900     05  AT-TERM                   PIC X(06).
003000     05  FILLER                    PIC X(01)     VALUE SPACE.
003100     05  AT-REVIEWER-ID            PIC X(08).
003200     05  FILLER                    PIC X(01)     VALUE SPACE.
003300     05  AT-EXAM-SCORE             PIC 9(02).
003400     05  FILLER                    PIC X(01)     VALUE SPACE.
003500     05  AT-COURSEWORK-SCORE       PIC 9(02).
003600     05  FILLER                    PIC X(01)     VALUE SPACE.
003700     05  AT-OPERATOR-ID            PIC X(08).
