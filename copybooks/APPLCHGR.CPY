000100******************************************************************
000200* COPYBOOK:   APPLCHGR
000300* PURPOSE:    ONE GRADE-APPEAL CHANGE-LOG RECORD PER APPLIED
000400*             APPLMNT TRANSACTION - WHO MOVED WHICH CASE, WHEN,
000500*             FROM WHICH STATUS TO WHICH, AND THE REVIEWER ON THE
000600*             CASE AFTER THE CHANGE - SO THE PATH OF A QUESTIONED
000700*             APPEAL CAN BE TRACED BACK. INCLUDED FROM THE
000800*             05-LEVEL DOWN SO THE INCLUDING PROGRAM SUPPLIES ITS
000900*             OWN 01-LEVEL.
001000*
001100* MAINTENANCE LOG
001200* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001300* ---------  ------------  ---------------------------------------
001400* 10/15/26   R.DELACROIX   INITIAL VERSION.
001500******************************************************************
001600     05  AC-CHANGE-DATE            PIC 9(08).
001700     05  FILLER                    PIC X(01)     VALUE SPACE.
001800     05  AC-CHANGE-TIME            PIC 9(08).
001900     05  FILLER                    PIC X(01)     VALUE SPACE.
002000     05  AC-OPERATOR-ID            PIC X(08).
002100     05  FILLER                    PIC X(01)     VALUE SPACE.
002200     05  AC-ACTION                 PIC X(01).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  AC-STUDENT-ID             PIC X(06).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  AC-COURSE-CODE            PIC X(04).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  AC-TERM                   PIC X(06).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  AC-OLD-STATUS             PIC X(01).
003100     05  FILLER                    PIC X(01)     VALUE SPACE.
003200     05  AC-NEW-STATUS             PIC X(01).
003300     05  FILLER                    PIC X(01)     VALUE SPACE.
003400     05  AC-REVIEWER-ID            PIC X(08).
