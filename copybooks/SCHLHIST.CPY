000100******************************************************************
000200* COPYBOOK:   SCHLHIST
000300* PURPOSE:    ONE RECORD OF THE SCHOLARSHIP ELIGIBILITY HISTORY
000400*             FILE - A STUDENT'S STANDING AGAINST ONE AWARD AS
000500*             DETERMINED AT ONE TERM CLOSE, WITH THE FIGURES IT
000600*             WAS JUDGED ON. WRITTEN BY THE TERM-CLOSE SCHLELIG
000700*             STEP AS AN OLD-GENERATION/NEW-GENERATION MERGE,
000800*             KEPT IN STUDENT-ID/TERM/AWARD SEQUENCE, SO EACH
000900*             STUDENT'S PRIOR ELIGIBILITY FOR AN AWARD IS THE
001000*             LAST EARLIER RECORD FOR IT. A RECORD IS KEPT ONLY
001100*             WHILE THE STUDENT HOLDS THE AWARD AND FOR THE TERM
001200*             THEY LOSE IT - NO RECORD MEANS NOT ELIGIBLE.
001300*             SE-CUM-AVERAGE CARRIES AN IMPLIED DECIMAL (99V9).
001400*             INCLUDED FROM THE 05-LEVEL DOWN SO THE INCLUDING
001500*             PROGRAM SUPPLIES ITS OWN 01-LEVEL.
001600*
001700* SE-STATUS: 'E' = ELIGIBLE, 'N' = NOT ELIGIBLE (ELIGIBILITY LOST
001800* THIS TERM - SE-FAILED-RULE SAYS WHY).
001900* SE-FAILED-RULE: 'CA' = CUMULATIVE AVERAGE, 'CR' = TERM CREDITS,
002000* 'ME' = 'ME' RESULTS, 'RP' = REPEATED COURSE, SPACES = NONE.
002100*
002200* MAINTENANCE LOG
002300* DATE       AUTHOR        MAINTENANCE REQUIREMENT
002400* ---------  ------------  ---------------------------------------
002500* 10/15/26   R.DELACROIX   INITIAL VERSION.
002600******************************************************************
002700     05  SE-STUDENT-ID             PIC X(06).
002800     05  FILLER                    PIC X(01)     VALUE SPACE.
002900     05  SE-TERM                   PIC X(06).
003000     05  FILLER                    PIC X(01)     VALUE SPACE.
003100     05  SE-AWARD-CODE             PIC X(04).
003200     05  FILLER                    PIC X(01)     VALUE SPACE.
003300     05  SE-STATUS                 PIC X(01).
003400         88  SE-ELIGIBLE           VALUE 'E'.
003500         88  SE-NOT-ELIGIBLE       VALUE 'N'.
003600     05  FILLER                    PIC X(01)     VALUE SPACE.
003700     05  SE-FAILED-RULE            PIC X(02).
003800     05  FILLER                    PIC X(01)     VALUE SPACE.
003900     05  SE-CUM-AVERAGE            PIC 9(02)V9(01).
004000     05  FILLER                    PIC X(01)     VALUE SPACE.
004100     05  SE-TERM-CREDITS           PIC 9(03).
004200     05  FILLER                    PIC X(01)     VALUE SPACE.
004300     05  SE-ME-COUNT               PIC 9(02).
004400     05  FILLER                    PIC X(01)     VALUE SPACE.
004500     05  SE-RUN-DATE               PIC 9(08).
