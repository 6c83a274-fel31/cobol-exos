000100******************************************************************
000200* COPYBOOK:   REGCHGR
000300* PURPOSE:    ONE REGISTRATION CHANGE-LOG RECORD PER APPLIED
000400*             COURSE-REGISTRATION TRANSACTION - WHO CHANGED
000500*             WHICH STUDENT/COURSE REGISTRATION, WHEN, WITH THE
000600*             BEFORE AND AFTER STATUS AND DATE - SO A QUESTIONED
000700*             REGISTRATION CAN BE TRACED BACK. INCLUDED FROM THE
000800*             05-LEVEL DOWN SO THE INCLUDING PROGRAM SUPPLIES
000900*             ITS OWN 01-LEVEL.
001000*
001100* MAINTENANCE LOG
001200* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001300* ---------  ------------  ---------------------------------------
001400* 10/15/26   R.DELACROIX   INITIAL VERSION.
001500******************************************************************
001600     05  RL-CHANGE-DATE            PIC 9(08).
001700     05  FILLER                    PIC X(01)     VALUE SPACE.
001800     05  RL-CHANGE-TIME            PIC 9(08).
001900     05  FILLER                    PIC X(01)     VALUE SPACE.
002000     05  RL-OPERATOR-ID            PIC X(08).
002100     05  FILLER                    PIC X(01)     VALUE SPACE.
002200     05  RL-ACTION                 PIC X(01).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  RL-STUDENT-ID             PIC X(06).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  RL-COURSE-CODE            PIC X(04).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  RL-OLD-STATUS             PIC X(01).
002900     05  FILLER                    PIC X(01)     VALUE SPACE.
003000     05  RL-OLD-REG-DATE           PIC 9(08).
003100     05  FILLER                    PIC X(01)     VALUE SPACE.
003200     05  RL-NEW-STATUS             PIC X(01).
003300     05  FILLER                    PIC X(01)     VALUE SPACE.
003400     05  RL-NEW-REG-DATE           PIC 9(08).
