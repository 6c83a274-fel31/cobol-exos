000100******************************************************************
000200* COPYBOOK:   CRSREGRC
000300* PURPOSE:    ONE RECORD OF THE COURSE-REGISTRATION FILE - ONE
000400*             STUDENT REGISTERED IN ONE COURSE - USED TO
000500*             RECONCILE EACH STUDENT-GRADES RECORD AGAINST THE
000600*             STUDENT/COURSE PAIR ACTUALLY REGISTERED, WHERE THE
000700*             ROSTER (ROSTERRC) ONLY KNOWS THE STUDENT.
000800*             MAINTAINED IN STUDENT-ID/COURSE-CODE SEQUENCE BY
000900*             THE REGMNT PROGRAM. INCLUDED FROM THE 05-LEVEL
001000*             DOWN SO THE INCLUDING PROGRAM SUPPLIES ITS OWN
001100*             01-LEVEL.
001200*
001300* RG-STATUS-CODE: A=REGISTERED  W=WITHDRAWN FROM THE COURSE
001400* U=AUDITING THE COURSE. THE RECONCILIATION PASS EXPECTS NO
001500* GRADE FOR A WITHDRAWN OR AUDITING REGISTRATION. RG-REG-DATE
001600* IS WHEN THE STATUS (OR THE LAST CHANGE) TOOK EFFECT.
001700*
001800* MAINTENANCE LOG
001900* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002000* ---------  ------------  ---------------------------------------
002100* 10/15/26   R.DELACROIX   INITIAL VERSION.
002200******************************************************************
002300     05  RG-STUDENT-ID             PIC X(06).
002400     05  FILLER                    PIC X(01)     VALUE SPACE.
002500     05  RG-COURSE-CODE            PIC X(04).
002600     05  FILLER                    PIC X(01)     VALUE SPACE.
002700     05  RG-STATUS-CODE            PIC X(01).
002800         88  RG-REGISTERED         VALUE 'A'.
002900         88  RG-WITHDRAWN          VALUE 'W'.
003000         88  RG-AUDITING           VALUE 'U'.
003100     05  FILLER                    PIC X(01)     VALUE SPACE.
003200     05  RG-REG-DATE               PIC 9(08).
