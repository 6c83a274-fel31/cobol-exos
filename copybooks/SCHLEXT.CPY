000100******************************************************************
000200* COPYBOOK:   SCHLEXT
000300* PURPOSE:    ONE RECORD OF THE SCHOLARSHIP ELIGIBILITY EXTRACT
000400*             FROM THE TERM-CLOSE SCHLELIG RUN, FOR THE AID
000500*             OFFICE - ONE PER STUDENT AND AWARD THAT IS NEWLY
000600*             ELIGIBLE, CONTINUING, OR LOST THIS TERM. A STUDENT
000700*             WHO NEITHER HOLDS NOR HELD THE AWARD IS NOT
000800*             EXTRACTED. SX-CUM-AVERAGE CARRIES AN IMPLIED
000900*             DECIMAL (99V9). INCLUDED FROM THE 05-LEVEL DOWN SO
001000*             THE INCLUDING PROGRAM SUPPLIES ITS OWN 01-LEVEL.
001100*
001200* SX-DISPOSITION: 'N' = NEWLY ELIGIBLE, 'C' = CONTINUING,
001300* 'L' = ELIGIBILITY LOST. SX-FAILED-RULE (CODES AS SCHLHIST) AND
001400* SX-FAILED-TEXT NAME THE FIRST RULE FAILED AND ARE SPACES
001500* UNLESS THE AWARD WAS LOST.
001600*
001700* MAINTENANCE LOG
001800* DATE       AUTHOR        MAINTENANCE REQUIREMENT
001900* ---------  ------------  ---------------------------------------
002000* 10/15/26   R.DELACROIX   INITIAL VERSION.
002100******************************************************************
002200     05  SX-STUDENT-ID             PIC X(06).
002300     05  FILLER                    PIC X(01)     VALUE SPACE.
002400     05  SX-AWARD-CODE             PIC X(04).
002500     05  FILLER                    PIC X(01)     VALUE SPACE.
002600     05  SX-TERM                   PIC X(06).
002700     05  FILLER                    PIC X(01)     VALUE SPACE.
002800     05  SX-DISPOSITION            PIC X(01).
002900         88  SX-NEWLY-ELIGIBLE     VALUE 'N'.
003000         88  SX-CONTINUING         VALUE 'C'.
003100         88  SX-LOST               VALUE 'L'.
003200     05  FILLER                    PIC X(01)     VALUE SPACE.
003300     05  SX-FAILED-RULE            PIC X(02).
003400     05  FILLER                    PIC X(01)     VALUE SPACE.
003500     05  SX-FAILED-TEXT            PIC X(30).
003600     05  FILLER                    PIC X(01)     VALUE SPACE.
003700     05  SX-CUM-AVERAGE            PIC 9(02)V9(01).
003800     05  FILLER                    PIC X(01)     VALUE SPACE.
003900     05  SX-TERM-CREDITS           PIC 9(03).
004000     05  FILLER                    PIC X(01)     VALUE SPACE.
004100     05  SX-ME-COUNT               PIC 9(02).
