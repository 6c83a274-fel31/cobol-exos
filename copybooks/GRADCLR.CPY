000100******************************************************************
000200* COPYBOOK:   GRADCLR
000300* PURPOSE:    ONE RECORD OF THE TERM-END 'CLEARED TO GRADUATE'
000400*             EXTRACT WRITTEN BY THE DEGAUDIT DEGREE AUDIT IN
000500*             BATCH MODE - A STUDENT WHO MEETS EVERY REQUIREMENT
000600*             OF THEIR ASSIGNED PROGRAM. GC-CUM-AVERAGE CARRIES AN
000700*             IMPLIED DECIMAL (99V9). INCLUDED FROM THE 05-LEVEL
000800*             DOWN SO THE INCLUDING PROGRAM SUPPLIES ITS OWN
000900*             01-LEVEL.
001000*
001100* MAINTENANCE LOG
001200* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001300* ---------  ------------  ---------------------------------------
001400* 10/15/26   R.DELACROIX   INITIAL VERSION.
001500******************************************************************
001600     05  GC-STUDENT-ID             PIC X(06).
001700     05  FILLER                    PIC X(01)     VALUE SPACE.
001800     05  GC-PROGRAM-CODE           PIC X(06).
001900     05  FILLER                    PIC X(01)     VALUE SPACE.
002000     05  GC-CREDITS-EARNED         PIC 9(03).
002100     05  FILLER                    PIC X(01)     VALUE SPACE.
002200     05  GC-CUM-AVERAGE            PIC 9(02)V9(01).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  GC-AUDIT-DATE             PIC 9(08).
