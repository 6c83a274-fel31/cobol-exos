000100******************************************************************
000200* COPYBOOK:   PENDCHGR
000300* PURPOSE:    ONE PENDING-CORRECTION CHANGE-LOG RECORD PER
000400*             CORRECTION GRADECOR HOLDS FOR APPROVAL OR RELEASES
000500*             ON AN 'R' TRANSACTION - WHO RAISED IT, WHO RELEASED
000600*             IT, AND WHEN - SAME CONVENTION AS THE ROSTER CHANGE
000700*             LOG (ROSTCHGR). THE PENDING FILE ITSELF (PENDCORR)
000800*             DROPS A CORRECTION ONCE RELEASED, SO THIS LOG IS
000900*             THE ONLY RECORD OF THE APPROVAL. INCLUDED FROM THE
001000*             05-LEVEL DOWN SO THE INCLUDING PROGRAM SUPPLIES ITS
001100*             OWN 01-LEVEL.
001200*
001300* PL-EVENT:
001400*   P = RAISED (HELD FOR APPROVAL); PL-OPERATOR-ID IS THE RAISER
001500*   A = RELEASED; PL-OPERATOR-ID IS THE APPROVER
001600* PL-RAISED-BY AND PL-RAISED-DATE ALWAYS NAME THE ORIGINAL RAISE.
001700*
001800* MAINTENANCE LOG
001900* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002000* ---------  ------------  ---------------------------------------
002100* 10/15/26   R.DELACROIX   INITIAL VERSION.
002200******************************************************************
002300     05  PL-CHANGE-DATE            PIC 9(08).
002400     05  FILLER                    PIC X(01)     VALUE SPACE.
002500     05  PL-CHANGE-TIME            PIC 9(08).
002600     05  FILLER                    PIC X(01)     VALUE SPACE.
002700     05  PL-OPERATOR-ID            PIC X(08).
002800     05  FILLER                    PIC X(01)     VALUE SPACE.
002900     05  PL-EVENT                  PIC X(01).
003000         88  PL-RAISED             VALUE 'P'.
003100         88  PL-RELEASED           VALUE 'A'.
003200     05  FILLER                    PIC X(01)     VALUE SPACE.
003300     05  PL-STUDENT-ID             PIC X(06).
003400     05  FILLER                    PIC X(01)     VALUE SPACE.
003500     05  PL-COURSE-CODE            PIC X(04).
003600     05  FILLER                    PIC X(01)     VALUE SPACE.
003700     05  PL-ACTION                 PIC X(01).
003800     05  FILLER                    PIC X(01)     VALUE SPACE.
003900     05  PL-RAISED-BY              PIC X(08).
004000     05  FILLER                    PIC X(01)     VALUE SPACE.
004100     05  PL-RAISED-DATE            PIC 9(08).
